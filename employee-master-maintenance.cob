      * by payroll-report-generator. Reads a transaction file of ADD / *
      * CHANGE / TERMINATE records, applies them to the master, and    *
      * writes every accepted and rejected transaction to a permanent  *
      * audit file with before-and-after record images. ELECT and      *
      * ENDELECT records maintain the employee's deduction-plan        *
      * elections the same way.                                        *
      * User-defined symbols are lower-case, COBOL keywords are UC.    *
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-pending-file-status.
      *
      * Deduction-plan reference shared with the payroll run; an
      * ELECT must name a plan this file offers.
      *
           SELECT deduction-plans ASSIGN TO "deduct-plans.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-plan-file-status.
      *
      * Each employee's plan elections, shared with the payroll run,
      * which takes the deductions and posts what was taken.
      *
           SELECT election-file ASSIGN TO "emp-elect.dat"
      *
               ORGANIZATION IS INDEXED
      *
               ACCESS MODE IS DYNAMIC
      *
               RECORD KEY IS elect-key
      *
               FILE STATUS IS ws-elect-file-status.
      *
      * Final pay owed to terminated employees, keyed like the master;
      * TERMINATE queues the record the payroll run pays it from.
      *
           SELECT final-pay-file ASSIGN TO "emp-final-pay.dat"
      *
               ORGANIZATION IS INDEXED
      *
               ACCESS MODE IS DYNAMIC
      *
               RECORD KEY IS final-employee-id
      *
               FILE STATUS IS ws-final-file-status.
      *
      * One record of counts for the job-stream driver's run log,
      * replaced by every step that writes it.
      *
           SELECT step-statistics ASSIGN TO "job-step-stats.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
               88 is-change-transaction VALUE 'CHANGE'.
      *
               88 is-terminate-transaction VALUE 'TERMINATE'.
      *
               88 is-elect-transaction VALUE 'ELECT'.
      *
               88 is-end-elect-transaction VALUE 'ENDELECT'.
      *
      * Date the change was authorized, carried onto the audit record.
      *
      * later run applies it once the date arrives.
      *
           05 trans-effective-date-in PIC 9(8).
      *
      * The same record as an ELECT or ENDELECT carries it: the plan
      * code where the name starts, then the elected flat amount or
      * fraction of gross, whichever the plan's method calls for.
      * Action, dates and employee ID stay where they are, so
      * validation, pending holds and the audit line treat it like
      * any other transaction.
      *
       01 election-transaction-in.
      *
           05 FILLER PIC X(22).
      *
           05 elect-trans-plan-code-in PIC X(4).
      *
           05 elect-trans-amount-in PIC 9(3)V99.
      *
           05 elect-trans-rate-in PIC 9V9(4).
      *
           05 FILLER PIC X(72).
      *
       FD employee-master LABEL RECORDS ARE STANDARD.
      *
           05 audit-new-tag-out PIC X(4).
      *
           05 audit-after-image-out PIC X(84).
      *
      * The effective date as keyed - blank for immediately - so a
      * change backdated ahead of the day it was authorized can be
      * found again for retro pay.
      *
           05 PIC X(2).
      *
           05 audit-effective-date-out PIC X(8).
      *
       FD dept-reference LABEL RECORDS ARE STANDARD.
      *
      * exactly re-reading it.
      *
       01 pending-record PIC X(108).
      *
       FD deduction-plans LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator.
      *
       01 plan-record.
      *
           05 plan-code-in PIC X(4).
      *
           05 plan-desc-in PIC X(20).
      *
           05 plan-tax-treatment-in PIC X.
      *
           05 plan-method-in PIC X.
      *
               88 plan-is-flat VALUE 'F'.
      *
               88 plan-is-percent VALUE 'P'.
      *
           05 plan-annual-limit-in PIC 9(7)V99.
      *
           05 plan-gl-account-in PIC X(8).
      *
       FD election-file LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator; the two
      * programs must stay in step.
      *
       01 election-record.
      *
           05 elect-key.
      *
               10 elect-employee-id PIC X(5).
      *
               10 elect-plan-code PIC X(4).
      *
           05 elect-amount PIC 9(3)V99.
      *
           05 elect-rate PIC 9V9(4).
      *
      * Taken so far this calendar year; posted by the payroll run and
      * left alone here when an election is replaced.
      *
           05 elect-ytd-taken PIC 9(7)V99.
      *
       FD final-pay-file LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator.
      * One record per terminated employee: queued 'P' by TERMINATE
      * with the date final pay is due by law, marked 'I' by the
      * payroll run that issues the final check, and 'C' once that
      * run has closed out the employee's garnishment orders.
      *
       01 final-pay-record.
      *
           05 final-employee-id PIC X(5).
      *
           05 final-term-date PIC 9(8).
      *
           05 final-due-date PIC 9(8).
      *
           05 final-status PIC X.
      *
               88 final-pay-pending VALUE 'P'.
      *
               88 final-pay-issued VALUE 'I'.
      *
               88 final-pay-closed VALUE 'C'.
      *
      * Filled in by the payroll run when the final check is issued:
      * its pay date, the vacation hours paid out and what they paid,
      * and the arrears the check could not cover and were written
      * off.
      *
           05 final-paid-date PIC 9(8).
      *
           05 final-vacation-hours PIC 9(3)V99.
      *
           05 final-vacation-pay PIC 9(5)V99.
      *
           05 final-benefits-written-off PIC 9(5)V99.
      *
           05 final-garnish-written-off PIC 9(5)V99.
      *
       FD step-statistics LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator,
      * ach-return-processor, check-reconciliation and
      * payroll-job-stream.
      *
       01 step-stats-rec.
      *
           05 stats-program-out PIC X(30).
      *
           05 PIC X.
      *
           05 stats-records-read-out PIC 9(6).
      *
           05 PIC X.
      *
           05 stats-exception-count-out PIC 9(6).
      *
           05 PIC X.
      *
           05 stats-ach-total-out PIC 9(10)V99.
      *
           05 PIC X.
      *
           05 stats-check-total-out PIC 9(10)V99.
      *
       WORKING-STORAGE SECTION.
      *
      *
           88 transaction-is-pending VALUE 'Y'.
      *
      * Deduction-plan table, loaded by 130-LOAD-DEDUCTION-PLANS and
      * searched by 135-FIND-PLAN when an ELECT names a plan.
      *
       77 ws-plan-file-status PIC XX VALUE SPACES.
      *
       01 ws-more-plan-records PIC X VALUE 'Y'.
      *
       77 ws-plan-count PIC 9(2) VALUE ZERO.
      *
       01 ws-plan-table.
      *
           05 ws-plan-entry OCCURS 20 TIMES.
      *
               10 ws-plan-code PIC X(4).
      *
               10 ws-plan-method PIC X.
      *
       77 ws-plan-search-idx PIC 9(2) VALUE ZERO.
      *
       77 ws-plan-found-method PIC X VALUE SPACE.
      *
       01 ws-plan-found-switch PIC X VALUE 'N'.
      *
           88 plan-found VALUE 'Y'.
      *
           88 plan-not-found VALUE 'N'.
      *
       77 ws-elect-file-status PIC XX VALUE SPACES.
      *
       77 ws-final-file-status PIC XX VALUE SPACES.
      *
      * Calendar days the state allows between the last day worked and
      * the final check.
      *
       77 ws-final-pay-days PIC 9(2) VALUE 6.
      *
      * The due date is counted forward a day at a time from the
      * termination date, through real month ends and leap years.
      *
       01 ws-due-date-work.
      *
           05 ws-due-year PIC 9(4).
      *
           05 ws-due-month PIC 9(2).
      *
           05 ws-due-day PIC 9(2).
      *
       01 ws-month-length-values PIC X(24)
      *
           VALUE "312831303130313130313031".
      *
       01 ws-month-length-table REDEFINES ws-month-length-values.
      *
           05 ws-month-length PIC 9(2) OCCURS 12 TIMES.
      *
       77 ws-due-month-length PIC 9(2) VALUE ZERO.
      *
       77 ws-leap-quotient PIC 9(4) VALUE ZERO.
      *
       77 ws-leap-remainder PIC 9(3) VALUE ZERO.
      *
       01 ws-elect-found-switch PIC X VALUE 'Y'.
      *
           88 election-found VALUE 'Y'.
      *
           88 election-not-found VALUE 'N'.
      *
      * Run totals displayed for the operator when the run ends.
      *
       77 ws-trans-read-count PIC 9(6) VALUE ZERO.
      *
       77 ws-accepted-count PIC 9(6) VALUE ZERO.
      *
           IF ws-trans-file-status = "35"
      *
               DISPLAY "TRANSACTION FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           PERFORM 900-OPEN-MASTER-FILE
      *
           PERFORM 910-OPEN-AUDIT-FILE
      *
           PERFORM 920-OPEN-ELECTION-FILE
      *
           PERFORM 925-OPEN-FINAL-PAY-FILE
      *
           PERFORM 140-LOAD-DEPT-REFERENCE
      *
               THRU 140-LOAD-DEPT-REFERENCE-EXIT
      *
           PERFORM 130-LOAD-DEDUCTION-PLANS
      *
               THRU 130-LOAD-DEDUCTION-PLANS-EXIT
      *
           ACCEPT ws-today-date FROM DATE YYYYMMDD
      *
                       MOVE 'N' TO are-there-more-records
      *
                   NOT AT END
      *
                       ADD 1 TO ws-trans-read-count
      *
                       PERFORM 200-APPLY-TRANSACTION
      *
               employee-master
      *
               master-audit
      *
               election-file
      *
               final-pay-file
      *
           PERFORM 600-REWRITE-PENDING-FILE
      *
               ws-held-this-run-count
      *
           DISPLAY "PENDING CARRIED FORWARD:      " ws-pending-count
      *
           PERFORM 930-WRITE-STEP-STATISTICS
      *
      * A rejected transaction never reached the master; the stream
      * carries on, but its log shows the step was not clean.
      *
           IF ws-rejected-count > ZERO
      *
               MOVE 4 TO RETURN-CODE
      *
           ELSE
      *
               MOVE ZERO TO RETURN-CODE
      *
           END-IF
      *
           STOP RUN.
      *
       130-LOAD-DEDUCTION-PLANS.
      *
      * Without the plan file an ELECT cannot be checked against a
      * real plan or its method; halt for an operator the way a
      * missing department reference does.
      *
           OPEN INPUT deduction-plans
      *
           IF ws-plan-file-status = "35"
      *
               DISPLAY "DEDUCTION PLAN FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           PERFORM UNTIL ws-more-plan-records = 'N'
      *
               READ deduction-plans
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-plan-records
      *
                   NOT AT END
      *
                       IF plan-code-in NOT = SPACES
      *
                           IF ws-plan-count NOT < 20
      *
                               DISPLAY "DEDUCTION PLAN TABLE IS FULL"
      *
                                   " - HALTING RUN"
      *
                               MOVE 16 TO RETURN-CODE
      *
                               STOP RUN
      *
                           END-IF
      *
                           ADD 1 TO ws-plan-count
      *
                           MOVE plan-code-in TO
      *
                               ws-plan-code (ws-plan-count)
      *
                           MOVE plan-method-in TO
      *
                               ws-plan-method (ws-plan-count)
      *
                       END-IF
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE deduction-plans.
      *
       130-LOAD-DEDUCTION-PLANS-EXIT.
      *
           EXIT.
      *
       135-FIND-PLAN.
      *
           MOVE 'N' TO ws-plan-found-switch
      *
           MOVE SPACE TO ws-plan-found-method
      *
           MOVE 1 TO ws-plan-search-idx
      *
           PERFORM UNTIL ws-plan-search-idx > ws-plan-count
      *
               IF ws-plan-code (ws-plan-search-idx) =
      *
                   elect-trans-plan-code-in
      *
                   SET plan-found TO TRUE
      *
                   MOVE ws-plan-method (ws-plan-search-idx)
      *
                       TO ws-plan-found-method
      *
                   MOVE ws-plan-count TO ws-plan-search-idx
      *
               END-IF
      *
               ADD 1 TO ws-plan-search-idx
      *
           END-PERFORM.
      *
       135-FIND-PLAN-EXIT.
      *
           EXIT.
      *
       140-LOAD-DEPT-REFERENCE.
      *
               DISPLAY "DEPARTMENT REFERENCE FILE MISSING"
      *
                   " - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
                               DISPLAY "DEPARTMENT REFERENCE IS FULL"
      *
                                   " - HALTING RUN"
      *
                               MOVE 16 TO RETURN-CODE
      *
                               STOP RUN
      *
           IF ws-dept-ref-count = ZERO
      *
               DISPLAY "DEPARTMENT REFERENCE IS EMPTY - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF ws-held-count NOT < 200
      *
               DISPLAY "PENDING TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
               IF ws-pending-count NOT < 200
      *
                   DISPLAY "PENDING TABLE IS FULL - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
                       PERFORM 320-APPLY-TERMINATE
      *
                           THRU 320-APPLY-TERMINATE-EXIT
      *
                   WHEN is-elect-transaction
      *
                       PERFORM 350-APPLY-ELECT
      *
                           THRU 350-APPLY-ELECT-EXIT
      *
                   WHEN is-end-elect-transaction
      *
                       PERFORM 360-APPLY-END-ELECT
      *
                           THRU 360-APPLY-END-ELECT-EXIT
      *
               END-EVALUATE
      *
      *
       210-VALIDATE-TRANSACTION.
      *
      * The action has to be one of the five this program knows how
      * to apply.
      *
           IF NOT is-add-transaction
               AND NOT is-change-transaction
      *
               AND NOT is-terminate-transaction
      *
               AND NOT is-elect-transaction
      *
               AND NOT is-end-elect-transaction
      *
               SET transaction-is-invalid TO TRUE
      *
      *
           MOVE master-record TO ws-after-image
      *
           REWRITE master-record
      *
           PERFORM 325-QUEUE-FINAL-PAY
      *
               THRU 325-QUEUE-FINAL-PAY-EXIT.
      *
       320-APPLY-TERMINATE-EXIT.
      *
           EXIT.
      *
       325-QUEUE-FINAL-PAY.
      *
      * The employee left on the effective date when one was keyed (a
      * held termination is applied the day it arrives), otherwise on
      * the day the termination was authorized.
      *
           MOVE SPACES TO final-pay-record
      *
           MOVE trans-employee-id-in TO final-employee-id
      *
           IF trans-effective-date-in IS NUMERIC
      *
               AND trans-effective-date-in > ZERO
      *
               MOVE trans-effective-date-in TO final-term-date
      *
           ELSE
      *
               MOVE trans-date-in TO final-term-date
      *
           END-IF
      *
           MOVE final-term-date TO ws-due-date-work
      *
           PERFORM 326-ADVANCE-ONE-DAY
      *
               THRU 326-ADVANCE-ONE-DAY-EXIT
      *
               ws-final-pay-days TIMES
      *
           MOVE ws-due-date-work TO final-due-date
      *
           SET final-pay-pending TO TRUE
      *
           MOVE ZERO TO final-paid-date
      *
           MOVE ZERO TO final-vacation-hours
      *
           MOVE ZERO TO final-vacation-pay
      *
           MOVE ZERO TO final-benefits-written-off
      *
           MOVE ZERO TO final-garnish-written-off
      *
      * An employee terminated before has an old record under the
      * same key; this termination replaces it.
      *
           WRITE final-pay-record
      *
               INVALID KEY
      *
                   REWRITE final-pay-record
      *
           END-WRITE.
      *
       325-QUEUE-FINAL-PAY-EXIT.
      *
           EXIT.
      *
       326-ADVANCE-ONE-DAY.
      *
           ADD 1 TO ws-due-day
      *
           MOVE ws-month-length (ws-due-month) TO ws-due-month-length
      *
      * February has a 29th in a year divisible by 4, unless it is a
      * century year not divisible by 400.
      *
           IF ws-due-month = 2
      *
               DIVIDE ws-due-year BY 4 GIVING ws-leap-quotient
      *
                   REMAINDER ws-leap-remainder
      *
               IF ws-leap-remainder = ZERO
      *
                   MOVE 29 TO ws-due-month-length
      *
                   DIVIDE ws-due-year BY 100 GIVING ws-leap-quotient
      *
                       REMAINDER ws-leap-remainder
      *
                   IF ws-leap-remainder = ZERO
      *
                       DIVIDE ws-due-year BY 400
      *
                           GIVING ws-leap-quotient
      *
                           REMAINDER ws-leap-remainder
      *
                       IF ws-leap-remainder NOT = ZERO
      *
                           MOVE 28 TO ws-due-month-length
      *
                       END-IF
      *
                   END-IF
      *
               END-IF
      *
           END-IF
      *
           IF ws-due-day > ws-due-month-length
      *
               MOVE 1 TO ws-due-day
      *
               ADD 1 TO ws-due-month
      *
           END-IF
      *
           IF ws-due-month > 12
      *
               MOVE 1 TO ws-due-month
      *
               ADD 1 TO ws-due-year
      *
           END-IF.
      *
       326-ADVANCE-ONE-DAY-EXIT.
      *
           EXIT.
      *
       330-FILL-DEDUCTION-ELECTIONS.
      *
       340-FILL-PAY-TYPE-FIELDS-EXIT.
      *
           EXIT.
      *
       350-APPLY-ELECT.
      *
      * Start a plan for the employee, or replace the amount or rate
      * on one already elected. Only a payable employee can elect.
      *
           MOVE trans-employee-id-in TO master-employee-id
      *
           SET master-record-found TO TRUE
      *
           READ employee-master
      *
               INVALID KEY
      *
                   SET master-record-not-found TO TRUE
      *
           END-READ
      *
           IF master-record-not-found
      *
               SET transaction-is-invalid TO TRUE
      *
               MOVE "EMPLOYEE ID NOT ON MASTER" TO ws-reject-reason
      *
               GO TO 350-APPLY-ELECT-EXIT
      *
           END-IF
      *
           IF master-is-terminated
      *
               SET transaction-is-invalid TO TRUE
      *
               MOVE "EMPLOYEE IS TERMINATED" TO ws-reject-reason
      *
               GO TO 350-APPLY-ELECT-EXIT
      *
           END-IF
      *
           PERFORM 135-FIND-PLAN
      *
           IF plan-not-found
      *
               SET transaction-is-invalid TO TRUE
      *
               MOVE "PLAN CODE NOT ON PLAN FILE" TO ws-reject-reason
      *
               GO TO 350-APPLY-ELECT-EXIT
      *
           END-IF
      *
           MOVE trans-employee-id-in TO elect-employee-id
      *
           MOVE elect-trans-plan-code-in TO elect-plan-code
      *
           SET election-found TO TRUE
      *
           READ election-file
      *
               INVALID KEY
      *
                   SET election-not-found TO TRUE
      *
           END-READ
      *
           IF election-found
      *
               MOVE election-record TO ws-before-image
      *
           ELSE
      *
               MOVE trans-employee-id-in TO elect-employee-id
      *
               MOVE elect-trans-plan-code-in TO elect-plan-code
      *
               MOVE ZERO TO elect-ytd-taken
      *
           END-IF
      *
      * A flat plan needs an amount and a percent plan a fraction of
      * gross below one; the figure the method does not use is kept
      * at zero so nobody mistakes it for a live election.
      *
           IF ws-plan-found-method = 'P'
      *
               IF elect-trans-rate-in NOT NUMERIC
      *
                   OR elect-trans-rate-in = ZERO
      *
                   OR elect-trans-rate-in NOT < 1
      *
                   SET transaction-is-invalid TO TRUE
      *
                   MOVE "ELECTED RATE IS NOT A FRACTION" TO
      *
                       ws-reject-reason
      *
                   GO TO 350-APPLY-ELECT-EXIT
      *
               END-IF
      *
               MOVE ZERO TO elect-amount
      *
               MOVE elect-trans-rate-in TO elect-rate
      *
           ELSE
      *
               IF elect-trans-amount-in NOT NUMERIC
      *
                   OR elect-trans-amount-in = ZERO
      *
                   SET transaction-is-invalid TO TRUE
      *
                   MOVE "ELECTED AMOUNT IS NOT USABLE" TO
      *
                       ws-reject-reason
      *
                   GO TO 350-APPLY-ELECT-EXIT
      *
               END-IF
      *
               MOVE elect-trans-amount-in TO elect-amount
      *
               MOVE ZERO TO elect-rate
      *
           END-IF
      *
           MOVE election-record TO ws-after-image
      *
           IF election-found
      *
               REWRITE election-record
      *
           ELSE
      *
               WRITE election-record
      *
           END-IF.
      *
       350-APPLY-ELECT-EXIT.
      *
           EXIT.
      *
       360-APPLY-END-ELECT.
      *
      * Stop a plan. A terminated employee's elections can still be
      * cleared away, so only the election itself has to exist.
      *
           MOVE trans-employee-id-in TO elect-employee-id
      *
           MOVE elect-trans-plan-code-in TO elect-plan-code
      *
           SET election-found TO TRUE
      *
           READ election-file
      *
               INVALID KEY
      *
                   SET election-not-found TO TRUE
      *
           END-READ
      *
           IF election-not-found
      *
               SET transaction-is-invalid TO TRUE
      *
               MOVE "EMPLOYEE HAS NO SUCH ELECTION" TO ws-reject-reason
      *
               GO TO 360-APPLY-END-ELECT-EXIT
      *
           END-IF
      *
           MOVE election-record TO ws-before-image
      *
           DELETE election-file.
      *
       360-APPLY-END-ELECT-EXIT.
      *
           EXIT.
      *
       400-WRITE-AUDIT-RECORD.
      *
           MOVE "NEW:" TO audit-new-tag-out
      *
           MOVE ws-after-image TO audit-after-image-out
      *
           MOVE trans-effective-date-in (1:8)
      *
               TO audit-effective-date-out
      *
           WRITE audit-rec.
      *
           IF ws-pending-count NOT < 200
      *
               DISPLAY "PENDING TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
       910-OPEN-AUDIT-FILE-EXIT.
      *
           EXIT.
      *
       920-OPEN-ELECTION-FILE.
      *
      * Open the elections for random update; if no one has elected a
      * plan yet there is no file, so create it empty first.
      *
           OPEN I-O election-file
      *
           IF ws-elect-file-status = "35"
      *
               OPEN OUTPUT election-file
      *
               CLOSE election-file
      *
               OPEN I-O election-file
      *
           END-IF.
      *
       920-OPEN-ELECTION-FILE-EXIT.
      *
           EXIT.
      *
       925-OPEN-FINAL-PAY-FILE.
      *
      * Open the final-pay queue for random update; until the first
      * termination there is no file, so create it empty first.
      *
           OPEN I-O final-pay-file
      *
           IF ws-final-file-status = "35"
      *
               OPEN OUTPUT final-pay-file
      *
               CLOSE final-pay-file
      *
               OPEN I-O final-pay-file
      *
           END-IF.
      *
       925-OPEN-FINAL-PAY-FILE-EXIT.
      *
           EXIT.
      *
       930-WRITE-STEP-STATISTICS.
      *
           OPEN OUTPUT step-statistics
      *
           MOVE SPACES TO step-stats-rec
      *
           MOVE "employee-master-maintenance" TO stats-program-out
      *
           MOVE ws-trans-read-count TO stats-records-read-out
      *
           MOVE ws-rejected-count TO stats-exception-count-out
      *
           MOVE ZERO TO stats-ach-total-out
      *
           MOVE ZERO TO stats-check-total-out
      *
           WRITE step-stats-rec
      *
           CLOSE step-statistics.
      *
       930-WRITE-STEP-STATISTICS-EXIT.
      *
           EXIT.
