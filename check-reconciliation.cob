           SELECT recon-report ASSIGN TO "emp-check-recon-rpt.txt"
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
      * ach-return-processor, positive-pay-issue and
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
       FD check-control LABEL RECORDS ARE STANDARD.
      *
           05 PIC X(2).
      *
           05 recon-status-out PIC X(20).
      *
       FD step-statistics LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator,
      * employee-master-maintenance, ach-return-processor and
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
       77 ws-outstanding-count PIC 9(6) VALUE ZERO.
      *
       77 ws-stale-count PIC 9(6) VALUE ZERO.
      *
      * What the bank's file held and what of it cleared cleanly, for
      * the run log.
      *
       77 ws-bank-records-count PIC 9(6) VALUE ZERO.
      *
       77 ws-bank-problem-count PIC 9(6) VALUE ZERO.
      *
       77 ws-cleared-amount PIC 9(10)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
               IF ws-target-digits NOT NUMERIC
      *
                   DISPLAY "CHECK NUMBER IS NOT USABLE - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
           END-EVALUATE
      *
           CLOSE check-outstanding
      *
      * A void or reissue that could not be applied was refused, not
      * run; a reconcile with mismatches or numbers the shop never
      * issued ran, but its log has to show it was not clean.
      *
           EVALUATE TRUE
      *
               WHEN reconcile-mode
      *
                   IF ws-mismatch-count > ZERO
      *
                       OR ws-unknown-count > ZERO
      *
                       MOVE 4 TO RETURN-CODE
      *
                   ELSE
      *
                       MOVE ZERO TO RETURN-CODE
      *
                   END-IF
      *
               WHEN void-was-applied
      *
                   MOVE ZERO TO RETURN-CODE
      *
               WHEN OTHER
      *
                   MOVE 8 TO RETURN-CODE
      *
           END-EVALUATE
      *
           STOP RUN.
      *
           IF ws-cleared-file-status = "35"
      *
               DISPLAY "BANK CLEARED FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
      *
           DISPLAY "STILL OUTSTANDING:     " ws-outstanding-count
      *
           DISPLAY "OF WHICH STALE DATED:  " ws-stale-count
      *
           PERFORM 940-WRITE-STEP-STATISTICS.
      *
       200-RUN-RECONCILE-EXIT.
      *
               GO TO 210-MATCH-ONE-CLEARED-EXIT
      *
           END-IF
      *
      * An escheated check clearing means the bank paid money that
      * now belongs to the state; it needs the same phone call.
      *
           IF check-is-escheated
      *
               ADD 1 TO ws-mismatch-count
      *
               PERFORM 220-WRITE-CLEARED-LINE
      *
                   THRU 220-WRITE-CLEARED-LINE-EXIT
      *
               MOVE "CLEARED BUT ESCHEATED" TO recon-status-out
      *
               WRITE recon-report-rec
      *
               GO TO 210-MATCH-ONE-CLEARED-EXIT
      *
           END-IF
      *
           IF cleared-amount-in NOT = out-amount
      *
           SET check-is-cleared TO TRUE
      *
           REWRITE check-outstanding-rec
      *
           ADD out-amount TO ws-cleared-amount
      *
           ADD 1 TO ws-cleared-count.
      *
               GO TO 300-RUN-VOID-EXIT
      *
           END-IF
      *
      * The money is the state's now; the employee claims it there,
      * not through a reissue here.
      *
           IF check-is-escheated
      *
               DISPLAY "CHECK ALREADY ESCHEATED - CANNOT VOID: "
      *
                   ws-target-check-number
      *
               GO TO 300-RUN-VOID-EXIT
      *
           END-IF
      *
           SET check-is-void TO TRUE
      *
               DISPLAY "AMOUNT EXCEEDS CHECK REGISTER FIELD"
      *
                   " - REISSUE BY HAND - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           MOVE ws-today-date TO out-issue-date
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
           IF ws-check-out-file-status = "35"
      *
               DISPLAY "OUTSTANDING CHECK FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
       930-OPEN-CHECK-REGISTER-EXIT.
      *
           EXIT.
      *
       940-WRITE-STEP-STATISTICS.
      *
           ADD ws-cleared-count ws-mismatch-count ws-unknown-count
      *
               GIVING ws-bank-records-count
      *
           ADD ws-mismatch-count ws-unknown-count
      *
               GIVING ws-bank-problem-count
      *
           OPEN OUTPUT step-statistics
      *
           MOVE SPACES TO step-stats-rec
      *
           MOVE "check-reconciliation" TO stats-program-out
      *
           MOVE ws-bank-records-count TO stats-records-read-out
      *
           MOVE ws-bank-problem-count TO stats-exception-count-out
      *
           MOVE ZERO TO stats-ach-total-out
      *
           MOVE ws-cleared-amount TO stats-check-total-out
      *
           WRITE step-stats-rec
      *
           CLOSE step-statistics.
      *
       940-WRITE-STEP-STATISTICS-EXIT.
      *
           EXIT.
