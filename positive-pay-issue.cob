      ******************************************************************
      * COBOL 85 program that builds the positive-pay issue file for   *
      * the bank. It walks the outstanding-check file that the payroll *
      * run, ach-return-processor and check-reconciliation all write,  *
      * sends an issue record for every check numbered above the last  *
      * one transmitted and a void record for every voided or          *
      * escheated check the bank has not yet been told about, and      *
      * closes the file with a control trailer. A control file         *
      * remembers the last check number sent, so no check is sent      *
      * twice or missed.                                               *
      * User-defined symbols are lower-case, COBOL keywords are UC.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. positive-pay-issue.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      * Every check issued, keyed by check number; a void sent to the
      * bank is marked on it here.
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
      * The payroll disbursement account the bank knows the checks
      * by, the last check number sent, and how many files have gone.
      *
           SELECT pospay-control ASSIGN TO "pospay-ctl.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-pospay-ctl-file-status.
      *
      * The issue file handed to the bank, rebuilt every run.
      *
           SELECT pospay-issue ASSIGN TO "pospay-issue.txt"
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
      * check-escheatment.
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
      * 'E' once check-escheatment has turned the uncleared check over
      * to the state as unclaimed property.
      *
               88 check-is-escheated VALUE 'E'.
      *
      * 'Y' once this program has sent the bank a void for the check;
      * every check goes on file with it 'N'.
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
       FD pospay-control LABEL RECORDS ARE STANDARD.
      *
      * The one record the control file holds. The account is keyed
      * in once, when the service is set up with the bank.
      *
       01 pospay-control-rec.
      *
           05 ctl-bank-routing PIC 9(9).
      *
           05 ctl-bank-account PIC X(17).
      *
           05 ctl-last-check-sent PIC 9(8).
      *
           05 ctl-file-number PIC 9(6).
      *
       FD pospay-issue LABEL RECORDS ARE STANDARD.
      *
      * The bank's fixed format: a header naming the account and the
      * file, one detail per check issued or voided, and a trailer
      * carrying the counts and totals the bank balances against.
      *
       01 pospay-header-rec.
      *
           05 pp-hdr-type-out PIC X.
      *
           05 pp-hdr-routing-out PIC 9(9).
      *
           05 pp-hdr-account-out PIC X(17).
      *
           05 pp-hdr-file-date-out PIC 9(8).
      *
           05 pp-hdr-file-number-out PIC 9(6).
      *
           05 PIC X(39).
      *
       01 pospay-detail-rec.
      *
           05 pp-det-type-out PIC X.
      *
           05 pp-det-account-out PIC X(17).
      *
           05 pp-det-check-number-out PIC 9(8).
      *
           05 pp-det-amount-out PIC 9(8)V99.
      *
           05 pp-det-issue-date-out PIC 9(8).
      *
           05 pp-det-payee-out PIC X(20).
      *
      * I = issued, V = void.
      *
           05 pp-det-action-out PIC X.
      *
           05 PIC X(15).
      *
       01 pospay-trailer-rec.
      *
           05 pp-trl-type-out PIC X.
      *
           05 pp-trl-account-out PIC X(17).
      *
           05 pp-trl-issue-count-out PIC 9(6).
      *
           05 pp-trl-issue-total-out PIC 9(10)V99.
      *
           05 pp-trl-void-count-out PIC 9(6).
      *
           05 pp-trl-void-total-out PIC 9(10)V99.
      *
           05 pp-trl-record-count-out PIC 9(6).
      *
           05 PIC X(20).
      *
       WORKING-STORAGE SECTION.
      *
       77 ws-check-out-file-status PIC XX VALUE SPACES.
      *
       77 ws-pospay-ctl-file-status PIC XX VALUE SPACES.
      *
       01 ws-more-outstanding-records PIC X VALUE 'Y'.
      *
       01 ws-control-loaded-switch PIC X VALUE 'N'.
      *
           88 control-was-loaded VALUE 'Y'.
      *
       77 ws-today-date PIC 9(8) VALUE ZERO.
      *
      * The control record as loaded, and the highest number sent
      * this run, which becomes the new mark.
      *
       77 ws-bank-routing PIC 9(9) VALUE ZERO.
      *
       77 ws-bank-account PIC X(17) VALUE SPACES.
      *
       77 ws-last-check-sent PIC 9(8) VALUE ZERO.
      *
       77 ws-file-number PIC 9(6) VALUE ZERO.
      *
       77 ws-new-last-check-sent PIC 9(8) VALUE ZERO.
      *
      * I = issued, V = void, for the detail record being written.
      *
       77 ws-detail-action PIC X VALUE SPACE.
      *
      * Trailer figures, also displayed for the operator.
      *
       77 ws-issue-count PIC 9(6) VALUE ZERO.
      *
       77 ws-issue-total PIC 9(10)V99 VALUE ZERO.
      *
       77 ws-void-count PIC 9(6) VALUE ZERO.
      *
       77 ws-void-total PIC 9(10)V99 VALUE ZERO.
      *
       77 ws-record-count PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       100-MAIN-MODULE.
      *
           ACCEPT ws-today-date FROM DATE YYYYMMDD
      *
           PERFORM 910-LOAD-POSPAY-CONTROL
      *
               THRU 910-LOAD-POSPAY-CONTROL-EXIT
      *
      * Without the account the bank cannot match a single check, so
      * the control file has to have been set up before the first
      * transmission.
      *
           IF NOT control-was-loaded
      *
               DISPLAY "POSITIVE PAY CONTROL FILE NOT USABLE"
      *
                   " - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           PERFORM 900-OPEN-OUTSTANDING-FILE
      *
           MOVE ws-last-check-sent TO ws-new-last-check-sent
      *
           ADD 1 TO ws-file-number
      *
           OPEN OUTPUT pospay-issue
      *
           MOVE SPACES TO pospay-header-rec
      *
           MOVE 'H' TO pp-hdr-type-out
      *
           MOVE ws-bank-routing TO pp-hdr-routing-out
      *
           MOVE ws-bank-account TO pp-hdr-account-out
      *
           MOVE ws-today-date TO pp-hdr-file-date-out
      *
           MOVE ws-file-number TO pp-hdr-file-number-out
      *
           WRITE pospay-header-rec
      *
           ADD 1 TO ws-record-count
      *
           PERFORM 200-SEND-CHECKS
      *
               THRU 200-SEND-CHECKS-EXIT
      *
           ADD 1 TO ws-record-count
      *
           MOVE SPACES TO pospay-trailer-rec
      *
           MOVE 'T' TO pp-trl-type-out
      *
           MOVE ws-bank-account TO pp-trl-account-out
      *
           MOVE ws-issue-count TO pp-trl-issue-count-out
      *
           MOVE ws-issue-total TO pp-trl-issue-total-out
      *
           MOVE ws-void-count TO pp-trl-void-count-out
      *
           MOVE ws-void-total TO pp-trl-void-total-out
      *
           MOVE ws-record-count TO pp-trl-record-count-out
      *
           WRITE pospay-trailer-rec
      *
           CLOSE pospay-issue
      *
      * The voids are marked and the mark moves only once the file is
      * complete; a run that dies part way sends the same checks again
      * next time rather than skipping them.
      *
           PERFORM 300-MARK-VOIDS-SENT
      *
               THRU 300-MARK-VOIDS-SENT-EXIT
      *
           CLOSE check-outstanding
      *
           PERFORM 920-REWRITE-POSPAY-CONTROL
      *
           DISPLAY "POSITIVE PAY FILE NUMBER: " ws-file-number
      *
           DISPLAY "CHECKS ISSUED SENT:       " ws-issue-count
      *
           DISPLAY "ISSUED AMOUNT SENT:       " ws-issue-total
      *
           DISPLAY "VOIDS SENT:               " ws-void-count
      *
           DISPLAY "VOIDED AMOUNT SENT:       " ws-void-total
      *
           DISPLAY "LAST CHECK NUMBER SENT:   " ws-new-last-check-sent
      *
           MOVE ZERO TO RETURN-CODE
      *
           STOP RUN.
      *
       200-SEND-CHECKS.
      *
      * Walk the whole file in number order: numbers above the mark
      * are new issues, and any void anywhere in the file that has
      * not been sent is sent now.
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
                       PERFORM 210-SEND-ONE-CHECK
      *
                           THRU 210-SEND-ONE-CHECK-EXIT
      *
               END-READ
      *
           END-PERFORM.
      *
       200-SEND-CHECKS-EXIT.
      *
           EXIT.
      *
       210-SEND-ONE-CHECK.
      *
      * A check voided before it was ever sent still goes out as an
      * issue first, so the bank holds the number it is told to void.
      *
           IF out-check-number > ws-last-check-sent
      *
               MOVE 'I' TO ws-detail-action
      *
               PERFORM 220-WRITE-DETAIL
      *
                   THRU 220-WRITE-DETAIL-EXIT
      *
               ADD 1 TO ws-issue-count
      *
               ADD out-amount TO ws-issue-total
      *
               MOVE out-check-number TO ws-new-last-check-sent
      *
           END-IF
      *
      * An escheated check is stopped at the bank the same as a void;
      * the state pays the employee now.
      *
           IF (NOT check-is-void AND NOT check-is-escheated)
      *
               OR void-sent-to-bank
      *
               GO TO 210-SEND-ONE-CHECK-EXIT
      *
           END-IF
      *
           MOVE 'V' TO ws-detail-action
      *
           PERFORM 220-WRITE-DETAIL
      *
               THRU 220-WRITE-DETAIL-EXIT
      *
           ADD 1 TO ws-void-count
      *
           ADD out-amount TO ws-void-total.
      *
       210-SEND-ONE-CHECK-EXIT.
      *
           EXIT.
      *
       220-WRITE-DETAIL.
      *
      * Common shape of a detail record; the caller has set the
      * action.
      *
           MOVE SPACES TO pospay-detail-rec
      *
           MOVE 'D' TO pp-det-type-out
      *
           MOVE ws-bank-account TO pp-det-account-out
      *
           MOVE out-check-number TO pp-det-check-number-out
      *
           MOVE out-amount TO pp-det-amount-out
      *
           MOVE out-issue-date TO pp-det-issue-date-out
      *
           MOVE out-employee-name TO pp-det-payee-out
      *
           MOVE ws-detail-action TO pp-det-action-out
      *
           WRITE pospay-detail-rec
      *
           ADD 1 TO ws-record-count.
      *
       220-WRITE-DETAIL-EXIT.
      *
           EXIT.
      *
       300-MARK-VOIDS-SENT.
      *
      * A second walk over the file marks exactly the voids the first
      * one wrote: every void not yet marked.
      *
           MOVE 'Y' TO ws-more-outstanding-records
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
                       IF (check-is-void OR check-is-escheated)
      *
                           AND NOT void-sent-to-bank
      *
                           SET void-sent-to-bank TO TRUE
      *
                           REWRITE check-outstanding-rec
      *
                       END-IF
      *
               END-READ
      *
           END-PERFORM.
      *
       300-MARK-VOIDS-SENT-EXIT.
      *
           EXIT.
      *
       900-OPEN-OUTSTANDING-FILE.
      *
      * Nothing has been issued if the file was never created; halt
      * for an operator rather than send the bank an empty file that
      * looks like a quiet week.
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
       910-LOAD-POSPAY-CONTROL.
      *
      * Missing, empty, or without an account all leave the control
      * unloaded; a zero last-check mark just means nothing has been
      * sent yet.
      *
           OPEN INPUT pospay-control
      *
           IF ws-pospay-ctl-file-status = "35"
      *
               GO TO 910-LOAD-POSPAY-CONTROL-EXIT
      *
           END-IF
      *
           READ pospay-control
      *
               AT END
      *
                   CONTINUE
      *
               NOT AT END
      *
                   IF ctl-bank-routing IS NUMERIC
      *
                       AND ctl-bank-account NOT = SPACES
      *
                       AND ctl-last-check-sent IS NUMERIC
      *
                       AND ctl-file-number IS NUMERIC
      *
                       MOVE ctl-bank-routing TO ws-bank-routing
      *
                       MOVE ctl-bank-account TO ws-bank-account
      *
                       MOVE ctl-last-check-sent TO ws-last-check-sent
      *
                       MOVE ctl-file-number TO ws-file-number
      *
                       SET control-was-loaded TO TRUE
      *
                   END-IF
      *
           END-READ
      *
           CLOSE pospay-control.
      *
       910-LOAD-POSPAY-CONTROL-EXIT.
      *
           EXIT.
      *
       920-REWRITE-POSPAY-CONTROL.
      *
           OPEN OUTPUT pospay-control
      *
           MOVE ws-bank-routing TO ctl-bank-routing
      *
           MOVE ws-bank-account TO ctl-bank-account
      *
           MOVE ws-new-last-check-sent TO ctl-last-check-sent
      *
           MOVE ws-file-number TO ctl-file-number
      *
           WRITE pospay-control-rec
      *
           CLOSE pospay-control.
      *
       920-REWRITE-POSPAY-CONTROL-EXIT.
      *
           EXIT.
