      ******************************************************************
      * COBOL 85 program that turns payroll checks nobody cashes over  *
      * to the state as unclaimed property. Run plain, it lists every  *
      * outstanding check coming up on the dormancy period for a       *
      * due-diligence letter to the employee and notes the letter date *
      * on the check. Run with the ESCHEAT parameter it also escheats  *
      * every lettered check that has gone dormant and whose letter    *
      * period has passed: the check takes the escheated status, the   *
      * state unclaimed-property report is written with the holder     *
      * totals, and a journal entry moves the liability from           *
      * outstanding checks to unclaimed property payable.              *
      * User-defined symbols are lower-case, COBOL keywords are UC.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. check-escheatment.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      * Every check issued, keyed by check number; the letter date and
      * the escheated status are set on it here.
      *
           SELECT check-outstanding ASSIGN TO "emp-check-out.dat"
      *
               ORGANIZATION IS INDEXED
      *
               ACCESS MODE IS DYNAMIC
      *
               RECORD KEY IS out-check-number
      *
               FILE STATUS IS ws-check-out-file-status.
      *
      * The employer's identity, shared with year-end-statements; the
      * employer is the holder on the state report.
      *
           SELECT submitter-file ASSIGN TO "efile-submitter.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-submitter-file-status.
      *
      * Account map shared with the payroll run: the NET account the
      * checks were credited to, and the unclaimed property payable
      * account.
      *
           SELECT gl-account-map ASSIGN TO "gl-acct-map.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-gl-map-file-status.
      *
      * The due-diligence letter list, one line per check and then
      * each employee's total.
      *
           SELECT letter-list ASSIGN TO "escheat-letters.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * The state unclaimed-property report.
      *
           SELECT escheat-report ASSIGN TO "escheat-rpt.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * The journal entry, in the payroll run's emp-gl.txt layout.
      *
           SELECT escheat-journal ASSIGN TO "escheat-gl.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD check-outstanding LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator,
      * ach-return-processor, check-reconciliation and
      * positive-pay-issue.
      *
       01 check-outstanding-rec.
      *
           05 out-check-number PIC 9(8).
      *
           05 out-employee-id PIC X(5).
      *
           05 out-employee-name PIC X(20).
      *
           05 out-amount PIC 9(8)V99.
      *
           05 out-issue-date PIC 9(8).
      *
           05 out-status PIC X.
      *
               88 check-is-outstanding VALUE 'O'.
      *
               88 check-is-cleared VALUE 'C'.
      *
               88 check-is-void VALUE 'V'.
      *
               88 check-is-escheated VALUE 'E'.
      *
           05 out-void-sent PIC X.
      *
               88 void-sent-to-bank VALUE 'Y'.
      *
      * The day this program listed the check for a due-diligence
      * letter; zero until then.
      *
           05 out-letter-date PIC 9(8).
      *
       FD submitter-file LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with year-end-statements.
      *
       01 submitter-record.
      *
           05 sub-employer-id-in PIC X(9).
      *
           05 sub-employer-name-in PIC X(30).
      *
           05 sub-employer-address-in PIC X(40).
      *
           05 sub-contact-name-in PIC X(20).
      *
       FD gl-account-map LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator.
      *
       01 gl-map-record.
      *
           05 gl-map-type-in PIC X.
      *
               88 is-gl-type-map-record VALUE 'T'.
      *
           05 gl-map-key-in PIC X(4).
      *
           05 gl-map-account-in PIC X(8).
      *
       FD letter-list LABEL RECORDS ARE STANDARD.
      *
       01 letter-rec PIC X(80).
      *
      * One line per check a letter has to mention.
      *
       01 letter-detail-line.
      *
           05 letter-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 letter-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 letter-check-number-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 letter-issue-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 letter-amount-out PIC ZZZZZZZ9.99.
      *
      * One line per employee to write to: how many checks and how
      * much in all.
      *
       01 letter-total-line.
      *
           05 letter-tot-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 letter-tot-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 letter-tot-count-out PIC ZZZ9.
      *
           05 PIC X(1).
      *
           05 letter-tot-tag-out PIC X(15).
      *
           05 letter-tot-amount-out PIC ZZZZZZZZZ9.99.
      *
       FD escheat-report LABEL RECORDS ARE STANDARD.
      *
       01 escheat-rec PIC X(100).
      *
      * The holder block that heads the report.
      *
       01 escheat-holder-line.
      *
           05 escheat-hdr-tag-out PIC X(16).
      *
           05 escheat-hdr-value-out PIC X(40).
      *
      * One line per property reported: the owner, the check, the
      * date of last activity (the issue date), and the amount.
      *
       01 escheat-detail-line.
      *
           05 escheat-owner-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 escheat-owner-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 escheat-property-type-out PIC X(4).
      *
           05 PIC X(2).
      *
           05 escheat-check-number-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 escheat-last-activity-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 escheat-amount-out PIC ZZZZZZZ9.99.
      *
      * The holder totals that close the report.
      *
       01 escheat-total-line.
      *
           05 escheat-tot-tag-out PIC X(30).
      *
           05 escheat-tot-count-out PIC ZZZZZ9.
      *
           05 PIC X(2).
      *
           05 escheat-tot-amount-out PIC ZZZZZZZZZ9.99.
      *
       FD escheat-journal LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator's
      * emp-gl.txt, so the same load picks it up.
      *
       01 gl-journal-rec.
      *
           05 gl-rec-type-out PIC X.
      *
           05 gl-account-out PIC X(8).
      *
           05 PIC X(2).
      *
           05 gl-debit-out PIC 9(10)V99.
      *
           05 PIC X(2).
      *
           05 gl-credit-out PIC 9(10)V99.
      *
           05 PIC X(2).
      *
           05 gl-desc-out PIC X(20).
      *
       01 gl-header-rec.
      *
           05 FILLER PIC X.
      *
           05 gl-header-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 gl-header-tag-out PIC X(14).
      *
       01 gl-trailer-rec.
      *
           05 FILLER PIC X.
      *
           05 gl-trailer-debits-out PIC 9(12)V99.
      *
           05 PIC X(2).
      *
           05 gl-trailer-credits-out PIC 9(12)V99.
      *
       WORKING-STORAGE SECTION.
      *
       77 ws-check-out-file-status PIC XX VALUE SPACES.
      *
       77 ws-submitter-file-status PIC XX VALUE SPACES.
      *
       77 ws-gl-map-file-status PIC XX VALUE SPACES.
      *
       01 ws-more-outstanding-records PIC X VALUE 'Y'.
      *
       01 ws-more-gl-map-records PIC X VALUE 'Y'.
      *
      * Run parameter accepted from the command line; ESCHEAT turns
      * the dormant checks over, anything else just lists letters.
      *
       01 ws-run-parameter PIC X(80) VALUE SPACES.
      *
       77 ws-escheat-tally PIC 9(2) VALUE ZERO.
      *
       01 ws-run-mode-switch PIC X VALUE 'L'.
      *
           88 letter-mode VALUE 'L'.
      *
           88 escheat-mode VALUE 'E'.
      *
      * The state's dormancy period for wages, how far ahead of it
      * the letter goes out, and how long the employee must have had
      * the letter before the check can be turned over.
      *
       77 ws-dormancy-days PIC 9(4) VALUE 360.
      *
       77 ws-letter-lead-days PIC 9(3) VALUE 120.
      *
       77 ws-letter-wait-days PIC 9(3) VALUE 60.
      *
      * The property type code the state assigns to uncashed payroll
      * checks.
      *
       77 ws-property-type PIC X(4) VALUE "MS01".
      *
      * Date arithmetic on the 30/360 convention, as in check-
      * reconciliation: near enough for periods counted in months.
      *
       01 ws-date-work.
      *
           05 ws-date-year PIC 9(4).
      *
           05 ws-date-month PIC 9(2).
      *
           05 ws-date-day PIC 9(2).
      *
       77 ws-days-work PIC 9(8) VALUE ZERO.
      *
       77 ws-month-days-work PIC 9(8) VALUE ZERO.
      *
       77 ws-today-date PIC 9(8) VALUE ZERO.
      *
       77 ws-today-days PIC 9(8) VALUE ZERO.
      *
       77 ws-letter-cutoff-days PIC 9(8) VALUE ZERO.
      *
       77 ws-dormant-cutoff-days PIC 9(8) VALUE ZERO.
      *
       77 ws-wait-cutoff-days PIC 9(8) VALUE ZERO.
      *
       77 ws-issue-days PIC 9(8) VALUE ZERO.
      *
       77 ws-letter-days PIC 9(8) VALUE ZERO.
      *
      * The two accounts the journal entry needs.
      *
       77 ws-gl-check-account PIC X(8) VALUE SPACES.
      *
       77 ws-gl-unclaimed-account PIC X(8) VALUE SPACES.
      *
      * Employees written to this run, for the letter totals.
      *
       77 ws-letter-emp-count PIC 9(4) VALUE ZERO.
      *
       01 ws-letter-emp-table.
      *
           05 ws-letter-emp-entry OCCURS 500 TIMES.
      *
               10 ws-letter-emp-id PIC X(5).
      *
               10 ws-letter-emp-name PIC X(20).
      *
               10 ws-letter-emp-checks PIC 9(4).
      *
               10 ws-letter-emp-amount PIC 9(10)V99.
      *
       77 ws-letter-emp-idx PIC 9(4) VALUE ZERO.
      *
       01 ws-letter-emp-found-switch PIC X VALUE 'N'.
      *
           88 letter-emp-found VALUE 'Y'.
      *
      * Run totals, displayed for the operator and printed as the
      * holder totals.
      *
       77 ws-letter-count PIC 9(6) VALUE ZERO.
      *
       77 ws-letter-amount PIC 9(10)V99 VALUE ZERO.
      *
       77 ws-escheat-count PIC 9(6) VALUE ZERO.
      *
       77 ws-escheat-amount PIC 9(10)V99 VALUE ZERO.
      *
       77 ws-awaiting-count PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       100-MAIN-MODULE.
      *
           ACCEPT ws-run-parameter FROM COMMAND-LINE
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-escheat-tally FOR ALL "ESCHEAT"
      *
           IF ws-escheat-tally > 0
      *
               SET escheat-mode TO TRUE
      *
           END-IF
      *
           ACCEPT ws-today-date FROM DATE YYYYMMDD
      *
           MOVE ws-today-date TO ws-date-work
      *
           PERFORM 500-CONVERT-DATE-TO-DAYS
      *
           MOVE ws-days-work TO ws-today-days
      *
      * A check issued on or before a cutoff has aged past it.
      *
           SUBTRACT ws-dormancy-days FROM ws-today-days
      *
               GIVING ws-dormant-cutoff-days
      *
           ADD ws-dormant-cutoff-days ws-letter-lead-days
      *
               GIVING ws-letter-cutoff-days
      *
           SUBTRACT ws-letter-wait-days FROM ws-today-days
      *
               GIVING ws-wait-cutoff-days
      *
      * Everything a turnover needs is checked before the first check
      * is touched, so a missing file cannot leave checks escheated
      * with no report or journal behind them.
      *
           IF escheat-mode
      *
               PERFORM 910-LOAD-GL-MAP
      *
                   THRU 910-LOAD-GL-MAP-EXIT
      *
               PERFORM 920-LOAD-SUBMITTER
      *
                   THRU 920-LOAD-SUBMITTER-EXIT
      *
           END-IF
      *
           PERFORM 900-OPEN-OUTSTANDING-FILE
      *
           OPEN OUTPUT letter-list
      *
           IF escheat-mode
      *
               OPEN OUTPUT escheat-report
      *
               PERFORM 300-WRITE-HOLDER-BLOCK
      *
           END-IF
      *
           PERFORM 200-WORK-OUTSTANDING
      *
               THRU 200-WORK-OUTSTANDING-EXIT
      *
           PERFORM 250-WRITE-LETTER-TOTAL
      *
               VARYING ws-letter-emp-idx FROM 1 BY 1
      *
                   UNTIL ws-letter-emp-idx > ws-letter-emp-count
      *
           CLOSE letter-list
      *
               check-outstanding
      *
           IF escheat-mode
      *
               MOVE SPACES TO escheat-total-line
      *
               MOVE "HOLDER TOTAL PROPERTIES" TO escheat-tot-tag-out
      *
               MOVE ws-escheat-count TO escheat-tot-count-out
      *
               MOVE ws-escheat-amount TO escheat-tot-amount-out
      *
               WRITE escheat-total-line
      *
               CLOSE escheat-report
      *
               PERFORM 400-WRITE-JOURNAL
      *
                   THRU 400-WRITE-JOURNAL-EXIT
      *
           END-IF
      *
           DISPLAY "LETTERS LISTED:           " ws-letter-count
      *
           DISPLAY "LETTERED AMOUNT:          " ws-letter-amount
      *
           DISPLAY "CHECKS ESCHEATED:         " ws-escheat-count
      *
           DISPLAY "ESCHEATED AMOUNT:         " ws-escheat-amount
      *
           DISPLAY "LETTERED, STILL WAITING:  " ws-awaiting-count
      *
           MOVE ZERO TO RETURN-CODE
      *
           STOP RUN.
      *
       200-WORK-OUTSTANDING.
      *
           MOVE LOW-VALUES TO out-check-number
      *
           START check-outstanding KEY NOT < out-check-number
      *
               INVALID KEY
      *
                   MOVE 'N' TO ws-more-outstanding-records
      *
           END-START
      *
           PERFORM UNTIL ws-more-outstanding-records = 'N'
      *
               READ check-outstanding NEXT
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-outstanding-records
      *
                   NOT AT END
      *
                       PERFORM 210-WORK-ONE-CHECK
      *
                           THRU 210-WORK-ONE-CHECK-EXIT
      *
               END-READ
      *
           END-PERFORM.
      *
       200-WORK-OUTSTANDING-EXIT.
      *
           EXIT.
      *
       210-WORK-ONE-CHECK.
      *
           IF NOT check-is-outstanding
      *
               GO TO 210-WORK-ONE-CHECK-EXIT
      *
           END-IF
      *
           MOVE out-issue-date TO ws-date-work
      *
           PERFORM 500-CONVERT-DATE-TO-DAYS
      *
           MOVE ws-days-work TO ws-issue-days
      *
      * Not yet near dormancy: nothing to do.
      *
           IF ws-issue-days > ws-letter-cutoff-days
      *
               GO TO 210-WORK-ONE-CHECK-EXIT
      *
           END-IF
      *
      * Every check gets its letter before it can be turned over, even
      * one already past dormancy when first seen.
      *
           IF out-letter-date = ZERO
      *
               PERFORM 220-LIST-FOR-LETTER
      *
                   THRU 220-LIST-FOR-LETTER-EXIT
      *
               GO TO 210-WORK-ONE-CHECK-EXIT
      *
           END-IF
      *
           MOVE out-letter-date TO ws-date-work
      *
           PERFORM 500-CONVERT-DATE-TO-DAYS
      *
           MOVE ws-days-work TO ws-letter-days
      *
           IF ws-issue-days > ws-dormant-cutoff-days
      *
               OR ws-letter-days > ws-wait-cutoff-days
      *
               ADD 1 TO ws-awaiting-count
      *
               GO TO 210-WORK-ONE-CHECK-EXIT
      *
           END-IF
      *
           IF escheat-mode
      *
               PERFORM 230-ESCHEAT-ONE-CHECK
      *
                   THRU 230-ESCHEAT-ONE-CHECK-EXIT
      *
           ELSE
      *
               ADD 1 TO ws-awaiting-count
      *
           END-IF.
      *
       210-WORK-ONE-CHECK-EXIT.
      *
           EXIT.
      *
       220-LIST-FOR-LETTER.
      *
           MOVE ws-today-date TO out-letter-date
      *
           REWRITE check-outstanding-rec
      *
           ADD 1 TO ws-letter-count
      *
           ADD out-amount TO ws-letter-amount
      *
           MOVE SPACES TO letter-detail-line
      *
           MOVE out-employee-id TO letter-id-out
      *
           MOVE out-employee-name TO letter-name-out
      *
           MOVE out-check-number TO letter-check-number-out
      *
           MOVE out-issue-date TO letter-issue-date-out
      *
           MOVE out-amount TO letter-amount-out
      *
           WRITE letter-detail-line
      *
      * One letter per employee, however many checks it lists.
      *
           MOVE 'N' TO ws-letter-emp-found-switch
      *
           PERFORM 225-FIND-LETTER-EMPLOYEE
      *
               VARYING ws-letter-emp-idx FROM 1 BY 1
      *
                   UNTIL ws-letter-emp-idx > ws-letter-emp-count
      *
           IF letter-emp-found
      *
               GO TO 220-LIST-FOR-LETTER-EXIT
      *
           END-IF
      *
           IF ws-letter-emp-count NOT < 500
      *
               DISPLAY "LETTER EMPLOYEE TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           ADD 1 TO ws-letter-emp-count
      *
           MOVE out-employee-id
      *
               TO ws-letter-emp-id (ws-letter-emp-count)
      *
           MOVE out-employee-name
      *
               TO ws-letter-emp-name (ws-letter-emp-count)
      *
           MOVE 1 TO ws-letter-emp-checks (ws-letter-emp-count)
      *
           MOVE out-amount
      *
               TO ws-letter-emp-amount (ws-letter-emp-count).
      *
       220-LIST-FOR-LETTER-EXIT.
      *
           EXIT.
      *
       225-FIND-LETTER-EMPLOYEE.
      *
           IF ws-letter-emp-id (ws-letter-emp-idx) = out-employee-id
      *
               SET letter-emp-found TO TRUE
      *
               ADD 1 TO ws-letter-emp-checks (ws-letter-emp-idx)
      *
               ADD out-amount
      *
                   TO ws-letter-emp-amount (ws-letter-emp-idx)
      *
               MOVE ws-letter-emp-count TO ws-letter-emp-idx
      *
           END-IF.
      *
       225-FIND-LETTER-EMPLOYEE-EXIT.
      *
           EXIT.
      *
       230-ESCHEAT-ONE-CHECK.
      *
           SET check-is-escheated TO TRUE
      *
           REWRITE check-outstanding-rec
      *
           ADD 1 TO ws-escheat-count
      *
           ADD out-amount TO ws-escheat-amount
      *
           MOVE SPACES TO escheat-detail-line
      *
           MOVE out-employee-id TO escheat-owner-id-out
      *
           MOVE out-employee-name TO escheat-owner-name-out
      *
           MOVE ws-property-type TO escheat-property-type-out
      *
           MOVE out-check-number TO escheat-check-number-out
      *
           MOVE out-issue-date TO escheat-last-activity-out
      *
           MOVE out-amount TO escheat-amount-out
      *
           WRITE escheat-detail-line.
      *
       230-ESCHEAT-ONE-CHECK-EXIT.
      *
           EXIT.
      *
       250-WRITE-LETTER-TOTAL.
      *
           IF ws-letter-emp-idx = 1
      *
               MOVE SPACES TO letter-rec
      *
               WRITE letter-rec
      *
               MOVE "LETTERS TO SEND" TO letter-rec
      *
               WRITE letter-rec
      *
           END-IF
      *
           MOVE SPACES TO letter-total-line
      *
           MOVE ws-letter-emp-id (ws-letter-emp-idx)
      *
               TO letter-tot-id-out
      *
           MOVE ws-letter-emp-name (ws-letter-emp-idx)
      *
               TO letter-tot-name-out
      *
           MOVE ws-letter-emp-checks (ws-letter-emp-idx)
      *
               TO letter-tot-count-out
      *
           MOVE "CHECKS TOTAL" TO letter-tot-tag-out
      *
           MOVE ws-letter-emp-amount (ws-letter-emp-idx)
      *
               TO letter-tot-amount-out
      *
           WRITE letter-total-line.
      *
       250-WRITE-LETTER-TOTAL-EXIT.
      *
           EXIT.
      *
       300-WRITE-HOLDER-BLOCK.
      *
           MOVE SPACES TO escheat-holder-line
      *
           MOVE "UNCLAIMED PROPERTY REPORT" TO escheat-holder-line
      *
           WRITE escheat-holder-line
      *
           MOVE SPACES TO escheat-holder-line
      *
           MOVE "HOLDER NAME" TO escheat-hdr-tag-out
      *
           MOVE sub-employer-name-in TO escheat-hdr-value-out
      *
           WRITE escheat-holder-line
      *
           MOVE SPACES TO escheat-holder-line
      *
           MOVE "HOLDER ID" TO escheat-hdr-tag-out
      *
           MOVE sub-employer-id-in TO escheat-hdr-value-out
      *
           WRITE escheat-holder-line
      *
           MOVE SPACES TO escheat-holder-line
      *
           MOVE "HOLDER ADDRESS" TO escheat-hdr-tag-out
      *
           MOVE sub-employer-address-in TO escheat-hdr-value-out
      *
           WRITE escheat-holder-line
      *
           MOVE SPACES TO escheat-holder-line
      *
           MOVE "CONTACT" TO escheat-hdr-tag-out
      *
           MOVE sub-contact-name-in TO escheat-hdr-value-out
      *
           WRITE escheat-holder-line
      *
           MOVE SPACES TO escheat-holder-line
      *
           MOVE "REPORT DATE" TO escheat-hdr-tag-out
      *
           MOVE ws-today-date TO escheat-hdr-value-out
      *
           WRITE escheat-holder-line
      *
           MOVE SPACES TO escheat-rec
      *
           WRITE escheat-rec.
      *
       300-WRITE-HOLDER-BLOCK-EXIT.
      *
           EXIT.
      *
       400-WRITE-JOURNAL.
      *
      * The checks were credited to the NET account when they were
      * issued; turning them over moves that liability to unclaimed
      * property payable until the remittance goes to the state.
      *
           OPEN OUTPUT escheat-journal
      *
           MOVE SPACES TO gl-header-rec
      *
           MOVE 'H' TO gl-header-rec (1:1)
      *
           MOVE ws-today-date TO gl-header-date-out
      *
           MOVE "ESCHEATMENT" TO gl-header-tag-out
      *
           WRITE gl-header-rec
      *
           IF ws-escheat-amount > ZERO
      *
               MOVE SPACES TO gl-journal-rec
      *
               MOVE 'D' TO gl-rec-type-out
      *
               MOVE ws-gl-check-account TO gl-account-out
      *
               MOVE ws-escheat-amount TO gl-debit-out
      *
               MOVE ZERO TO gl-credit-out
      *
               MOVE "OUTSTANDING CHECKS" TO gl-desc-out
      *
               WRITE gl-journal-rec
      *
               MOVE SPACES TO gl-journal-rec
      *
               MOVE 'D' TO gl-rec-type-out
      *
               MOVE ws-gl-unclaimed-account TO gl-account-out
      *
               MOVE ZERO TO gl-debit-out
      *
               MOVE ws-escheat-amount TO gl-credit-out
      *
               MOVE "UNCLAIMED PROPERTY" TO gl-desc-out
      *
               WRITE gl-journal-rec
      *
           END-IF
      *
           MOVE SPACES TO gl-trailer-rec
      *
           MOVE 'T' TO gl-trailer-rec (1:1)
      *
           MOVE ws-escheat-amount TO gl-trailer-debits-out
      *
           MOVE ws-escheat-amount TO gl-trailer-credits-out
      *
           WRITE gl-trailer-rec
      *
           CLOSE escheat-journal.
      *
       400-WRITE-JOURNAL-EXIT.
      *
           EXIT.
      *
       500-CONVERT-DATE-TO-DAYS.
      *
      * 30/360 day count: year times 360 plus month times 30 plus the
      * day.
      *
           MULTIPLY ws-date-year BY 360 GIVING ws-days-work
      *
           MULTIPLY ws-date-month BY 30 GIVING ws-month-days-work
      *
           ADD ws-month-days-work TO ws-days-work
      *
           ADD ws-date-day TO ws-days-work.
      *
       500-CONVERT-DATE-TO-DAYS-EXIT.
      *
           EXIT.
      *
       900-OPEN-OUTSTANDING-FILE.
      *
           OPEN I-O check-outstanding
      *
           IF ws-check-out-file-status = "35"
      *
               DISPLAY "OUTSTANDING CHECK FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF.
      *
       900-OPEN-OUTSTANDING-FILE-EXIT.
      *
           EXIT.
      *
       910-LOAD-GL-MAP.
      *
      * Only the two fixed-purpose accounts matter here; the payroll
      * run polices the rest of the map.
      *
           OPEN INPUT gl-account-map
      *
           IF ws-gl-map-file-status = "35"
      *
               DISPLAY "GL ACCOUNT MAP FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           PERFORM UNTIL ws-more-gl-map-records = 'N'
      *
               READ gl-account-map
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-gl-map-records
      *
                   NOT AT END
      *
                       IF is-gl-type-map-record
      *
                           AND gl-map-key-in = "NET"
      *
                           MOVE gl-map-account-in
      *
                               TO ws-gl-check-account
      *
                       END-IF
      *
                       IF is-gl-type-map-record
      *
                           AND gl-map-key-in = "UPP"
      *
                           MOVE gl-map-account-in
      *
                               TO ws-gl-unclaimed-account
      *
                       END-IF
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE gl-account-map
      *
           IF ws-gl-check-account = SPACES
      *
               OR ws-gl-unclaimed-account = SPACES
      *
               DISPLAY "GL ACCOUNT MAP IS INCOMPLETE - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF.
      *
       910-LOAD-GL-MAP-EXIT.
      *
           EXIT.
      *
       920-LOAD-SUBMITTER.
      *
      * The state will not take a report without the holder's
      * identity.
      *
           OPEN INPUT submitter-file
      *
           IF ws-submitter-file-status = "35"
      *
               DISPLAY "SUBMITTER FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           READ submitter-file
      *
               AT END
      *
                   DISPLAY "SUBMITTER FILE IS EMPTY - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
           END-READ
      *
           CLOSE submitter-file
      *
           IF sub-employer-id-in = SPACES
      *
               OR sub-employer-name-in = SPACES
      *
               DISPLAY "SUBMITTER RECORD IS INCOMPLETE - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF.
      *
       920-LOAD-SUBMITTER-EXIT.
      *
           EXIT.
