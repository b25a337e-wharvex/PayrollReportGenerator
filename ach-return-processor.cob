           SELECT returns-report ASSIGN TO "emp-ach-returns-rpt.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * One record of counts and totals for the job-stream driver's
      * run log, replaced by every step that writes it.
      *
           SELECT step-statistics ASSIGN TO "job-step-stats.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
      *
       FD check-outstanding LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator,
      * check-reconciliation, positive-pay-issue and
      * check-escheatment.
      *
       01 check-outstanding-rec.
      *
               88 check-is-cleared VALUE 'C'.
      *
               88 check-is-void VALUE 'V'.
      *
      * 'E' once check-escheatment has turned the uncleared check over
      * to the state as unclaimed property.
      *
               88 check-is-escheated VALUE 'E'.
      *
      * 'Y' once positive-pay-issue has sent the bank a void for the
      * check; every check goes on file with it 'N'.
      *
           05 out-void-sent PIC X.
      *
               88 void-sent-to-bank VALUE 'Y'.
      *
      * The day check-escheatment listed the check for a due-diligence
      * letter to the employee; zero until then.
      *
           05 out-letter-date PIC 9(8).
      *
       FD returns-report LABEL RECORDS ARE STANDARD.
      *
           05 PIC X(2).
      *
           05 rpt-action-out PIC X(30).
      *
       FD step-statistics LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator,
      * employee-master-maintenance, check-reconciliation and
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
       77 ws-reissued-count PIC 9(6) VALUE ZERO.
      *
       77 ws-unmatched-count PIC 9(6) VALUE ZERO.
      *
      * Deposits taken back from the bank and paid out again by check;
      * the same money seen from each side, for the run log.
      *
       77 ws-reversed-amount PIC 9(10)V99 VALUE ZERO.
      *
       77 ws-reissued-amount PIC 9(10)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
           IF ws-returns-file-status = "35"
      *
               DISPLAY "BANK RETURN FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           DISPLAY "DEPOSITS REISSUED:     " ws-reissued-count
      *
           DISPLAY "RETURNS NOT MATCHED:   " ws-unmatched-count
      *
           PERFORM 940-WRITE-STEP-STATISTICS
      *
      * An unmatched return is money nobody has accounted for yet;
      * the stream carries on, but its log shows the step was not
      * clean.
      *
           IF ws-unmatched-count > ZERO
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
           IF ws-deposits-file-status = "35"
      *
               DISPLAY "DEPOSIT FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF ws-deposit-count NOT < 2000
      *
               DISPLAY "DEPOSIT TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
               DISPLAY "RETURN AMOUNT EXCEEDS CHECK REGISTER FIELD"
      *
                   " - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           MOVE ws-reissue-date TO out-issue-date
      *
           SET check-is-outstanding TO TRUE
      *
           MOVE 'N' TO out-void-sent
      *
           MOVE ZERO TO out-letter-date
      *
           WRITE check-outstanding-rec
      *
                   DISPLAY "CHECK NUMBER ALREADY ON OUTSTANDING"
      *
                       " FILE - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
           END-WRITE
      *
           ADD ws-dep-amount (ws-dep-match-idx) TO ws-reversed-amount
      *
           ADD ws-dep-amount (ws-dep-match-idx) TO ws-reissued-amount
      *
           ADD 1 TO ws-next-check-number.
      *
           IF ws-master-file-status = "35"
      *
               DISPLAY "EMPLOYEE MASTER FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
       930-REWRITE-CHECK-CONTROL-EXIT.
      *
           EXIT.
      *
       940-WRITE-STEP-STATISTICS.
      *
           OPEN OUTPUT step-statistics
      *
           MOVE SPACES TO step-stats-rec
      *
           MOVE "ach-return-processor" TO stats-program-out
      *
           MOVE ws-returns-read-count TO stats-records-read-out
      *
           MOVE ws-unmatched-count TO stats-exception-count-out
      *
           MOVE ws-reversed-amount TO stats-ach-total-out
      *
           MOVE ws-reissued-amount TO stats-check-total-out
      *
           WRITE step-stats-rec
      *
           CLOSE step-statistics.
      *
       940-WRITE-STEP-STATISTICS-EXIT.
      *
           EXIT.
