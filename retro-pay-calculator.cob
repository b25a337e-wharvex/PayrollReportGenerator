      ******************************************************************
      * COBOL 85 program that works out retroactive pay. It scans the  *
      * employee-master-maintenance audit trail for accepted rate      *
      * changes whose effective date is earlier than the day they were *
      * authorized, finds the weeks in the earnings ledger that were   *
      * paid at the superseded rate on or after that date, recomputes  *
      * them at the new rate, and writes each week's difference as an  *
      * 'A' adjustment record ready to drop into emp-dat.txt. A        *
      * control file remembers how much of the audit trail has been    *
      * worked, so no change is ever paid twice.                       *
      * User-defined symbols are lower-case, COBOL keywords are UC.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. retro-pay-calculator.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      * The master audit trail employee-master-maintenance extends
      * every run, with before and after images of each change.
      *
           SELECT master-audit ASSIGN TO "emp-mst-audit.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-audit-file-status.
      *
      * The permanent earnings ledger the payroll run extends: one
      * record per employee per pay date.
      *
           SELECT earnings-ledger ASSIGN TO "emp-earn-hist.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-ledger-file-status.
      *
      * How many audit records earlier runs have already worked.
      *
           SELECT retro-control ASSIGN TO "retro-ctl.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-retro-ctl-file-status.
      *
      * The adjustments, in the payroll run's input format.
      *
           SELECT retro-adjustments ASSIGN TO "emp-retro-adj.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Printed listing of every week recomputed, every week that
      * could not be, and every change worked this run.
      *
           SELECT retro-report ASSIGN TO "emp-retro-rpt.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD master-audit LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with employee-master-maintenance.
      *
       01 audit-rec.
      *
           05 audit-date-in PIC 9(8).
      *
           05 PIC X(2).
      *
           05 audit-action-in PIC X(9).
      *
           05 PIC X(2).
      *
           05 audit-id-in PIC X(5).
      *
           05 PIC X(2).
      *
           05 audit-disposition-in PIC X(8).
      *
           05 PIC X(2).
      *
           05 audit-reason-in PIC X(40).
      *
           05 PIC X(2).
      *
           05 audit-old-tag-in PIC X(4).
      *
           05 audit-before-image-in PIC X(84).
      *
           05 PIC X(2).
      *
           05 audit-new-tag-in PIC X(4).
      *
           05 audit-after-image-in PIC X(84).
      *
           05 PIC X(2).
      *
           05 audit-effective-date-in PIC X(8).
      *
       FD earnings-ledger LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator.
      *
       01 ledger-record.
      *
           05 ledger-pay-date PIC 9(8).
      *
           05 ledger-employee-id PIC X(5).
      *
           05 ledger-department-code PIC X(4).
      *
           05 ledger-pay-type PIC X.
      *
               88 ledger-is-hourly VALUE 'H'.
      *
           05 ledger-regular-hours PIC 9(2).
      *
           05 ledger-overtime-hours PIC 9(2).
      *
           05 ledger-leave-hours PIC 9(3).
      *
           05 ledger-hourly-rate PIC 999V99.
      *
           05 ledger-regular-pay PIC 9(6)V99.
      *
           05 ledger-overtime-pay PIC 9(6)V99.
      *
           05 ledger-gross-pay PIC 9(6)V99.
      *
      * Vacation hours paid out on an employee's final check, priced
      * at straight time inside the regular and gross pay above; zero
      * on every other week, and blank on weeks written before the
      * field was added.
      *
           05 ledger-payout-hours PIC 9(3)V99.
      *
       FD retro-control LABEL RECORDS ARE STANDARD.
      *
      * The one record the control file holds.
      *
       01 retro-control-rec.
      *
           05 ctl-audit-records-done PIC 9(8).
      *
       FD retro-adjustments LABEL RECORDS ARE STANDARD.
      *
      * The payroll run's 'A' adjustment record: ID, hours, rate and
      * department in the detail record's columns, then the sign and
      * amount. Name and department go out blank so the payroll run
      * fills them from the master; hours go out zero because a rate
      * correction pays no new time.
      *
       01 adjustment-out-record.
      *
           05 adj-record-type-out PIC X.
      *
           05 adj-employee-id-out PIC X(5).
      *
           05 adj-employee-name-out PIC X(20).
      *
           05 adj-hours-out PIC 9(2).
      *
           05 adj-hourly-rate-out PIC 999V99.
      *
           05 adj-department-code-out PIC X(4).
      *
           05 adj-sign-out PIC X.
      *
           05 adj-amount-out PIC 9(5)V99.
      *
           05 PIC X(7).
      *
       FD retro-report LABEL RECORDS ARE STANDARD.
      *
       01 retro-report-rec PIC X(100).
      *
      * One line per ledger week looked at: what was paid, what is
      * due at the corrected rate, and the difference.
      *
       01 retro-detail-line.
      *
           05 retro-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 retro-pay-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 retro-old-rate-out PIC ZZ9.99.
      *
           05 PIC X(2).
      *
           05 retro-new-rate-out PIC ZZ9.99.
      *
           05 PIC X(2).
      *
           05 retro-paid-out PIC ZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 retro-due-out PIC ZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 retro-diff-out PIC -ZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 retro-note-out PIC X(30).
      *
      * One line per change worked this run, after the weeks.
      *
       01 retro-change-line.
      *
           05 retro-chg-tag-out PIC X(7).
      *
           05 retro-chg-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 retro-chg-eff-tag-out PIC X(10).
      *
           05 retro-chg-eff-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 retro-chg-old-rate-out PIC ZZ9.99.
      *
           05 retro-chg-arrow-out PIC X(4).
      *
           05 retro-chg-new-rate-out PIC ZZ9.99.
      *
           05 PIC X(2).
      *
           05 retro-chg-weeks-out PIC ZZZ9.
      *
           05 PIC X(1).
      *
           05 retro-chg-weeks-tag-out PIC X(14).
      *
      * The closing totals the operator needs to key the batch
      * trailer around the adjustments.
      *
       01 retro-total-line.
      *
           05 retro-total-tag-out PIC X(30).
      *
           05 retro-total-count-out PIC ZZZZZ9.
      *
           05 PIC X(2).
      *
           05 retro-total-amount-out PIC -ZZZZZZZ9.99.
      *
       WORKING-STORAGE SECTION.
      *
       77 ws-audit-file-status PIC XX VALUE SPACES.
      *
       77 ws-ledger-file-status PIC XX VALUE SPACES.
      *
       77 ws-retro-ctl-file-status PIC XX VALUE SPACES.
      *
       01 ws-more-audit-records PIC X VALUE 'Y'.
      *
       01 ws-more-ledger-records PIC X VALUE 'Y'.
      *
      * Audit records earlier runs worked, from the control file, and
      * how many this run has read; only the ones past the mark are
      * new.
      *
       77 ws-audit-done-count PIC 9(8) VALUE ZERO.
      *
       77 ws-audit-read-count PIC 9(8) VALUE ZERO.
      *
      * The before and after master images off an audit record, laid
      * out as the master record is so the rate and pay type can be
      * read out of them.
      *
       01 ws-before-master.
      *
           05 FILLER PIC X(29).
      *
           05 ws-before-rate PIC X(5).
      *
           05 ws-before-rate-num REDEFINES ws-before-rate PIC 999V99.
      *
           05 ws-before-pay-type PIC X.
      *
           05 FILLER PIC X(49).
      *
       01 ws-after-master.
      *
           05 FILLER PIC X(29).
      *
           05 ws-after-rate PIC X(5).
      *
           05 ws-after-rate-num REDEFINES ws-after-rate PIC 999V99.
      *
           05 ws-after-pay-type PIC X.
      *
           05 FILLER PIC X(49).
      *
       77 ws-effective-date PIC 9(8) VALUE ZERO.
      *
      * Backdated rate changes found on the new part of the trail, in
      * the order they were authorized.
      *
       77 ws-change-count PIC 9(3) VALUE ZERO.
      *
       01 ws-change-table.
      *
           05 ws-change-entry OCCURS 200 TIMES.
      *
               10 ws-chg-employee-id PIC X(5).
      *
               10 ws-chg-effective-date PIC 9(8).
      *
               10 ws-chg-old-rate PIC 999V99.
      *
               10 ws-chg-new-rate PIC 999V99.
      *
               10 ws-chg-week-count PIC 9(4).
      *
       77 ws-chg-idx PIC 9(3) VALUE ZERO.
      *
      * The change that governs the ledger week in hand: the latest
      * one in effect by its pay date. A later authorization wins a
      * tie on the effective date.
      *
       77 ws-governing-idx PIC 9(3) VALUE ZERO.
      *
       77 ws-governing-date PIC 9(8) VALUE ZERO.
      *
      * Set when the rate the week was paid at is one a backdated
      * change superseded; a rate keyed specially on the detail
      * record matches none of them and is left alone.
      *
       01 ws-superseded-switch PIC X VALUE 'N'.
      *
           88 paid-at-superseded-rate VALUE 'Y'.
      *
      * The week recomputed at the corrected rate, the same way the
      * payroll run prices an hourly week.
      *
       77 ws-overtime-factor PIC 9V9 VALUE 1.5.
      *
       77 ws-correct-rate PIC 999V99 VALUE ZERO.
      *
       77 ws-straight-hours PIC 9(3) VALUE ZERO.
      *
       77 ws-new-regular-pay PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-payout-hours PIC 9(3)V99 VALUE ZERO.
      *
       77 ws-new-payout-pay PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-new-overtime-pay PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-new-gross-pay PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-difference PIC S9(6)V99 VALUE ZERO.
      *
       77 ws-adjust-amount PIC 9(6)V99 VALUE ZERO.
      *
      * Run totals displayed for the operator, and printed at the
      * foot of the report.
      *
       77 ws-adjustment-count PIC 9(6) VALUE ZERO.
      *
       77 ws-not-adjusted-count PIC 9(6) VALUE ZERO.
      *
       77 ws-ledger-read-count PIC 9(8) VALUE ZERO.
      *
       77 ws-net-adjustment PIC S9(8)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       100-MAIN-MODULE.
      *
           PERFORM 900-LOAD-RETRO-CONTROL
      *
               THRU 900-LOAD-RETRO-CONTROL-EXIT
      *
           PERFORM 200-SCAN-AUDIT-TRAIL
      *
               THRU 200-SCAN-AUDIT-TRAIL-EXIT
      *
           OPEN OUTPUT retro-adjustments
      *
           OPEN OUTPUT retro-report
      *
           IF ws-change-count > ZERO
      *
               PERFORM 300-SCAN-LEDGER
      *
                   THRU 300-SCAN-LEDGER-EXIT
      *
           END-IF
      *
           PERFORM 400-PRINT-CHANGE-LINE
      *
               VARYING ws-chg-idx FROM 1 BY 1
      *
                   UNTIL ws-chg-idx > ws-change-count
      *
           MOVE SPACES TO retro-total-line
      *
           MOVE "ADJUSTMENT RECORDS WRITTEN" TO retro-total-tag-out
      *
           MOVE ws-adjustment-count TO retro-total-count-out
      *
           MOVE ws-net-adjustment TO retro-total-amount-out
      *
           WRITE retro-total-line
      *
           MOVE SPACES TO retro-total-line
      *
           MOVE "WEEKS LEFT FOR AN OPERATOR" TO retro-total-tag-out
      *
           MOVE ws-not-adjusted-count TO retro-total-count-out
      *
           WRITE retro-total-line
      *
           CLOSE retro-adjustments
      *
               retro-report
      *
      * Only now, with the adjustments safely written, is the new
      * part of the trail marked as worked.
      *
           PERFORM 920-REWRITE-RETRO-CONTROL
      *
           DISPLAY "AUDIT RECORDS READ:       " ws-audit-read-count
      *
           DISPLAY "BACKDATED RATE CHANGES:   " ws-change-count
      *
           DISPLAY "LEDGER RECORDS READ:      " ws-ledger-read-count
      *
           DISPLAY "ADJUSTMENTS WRITTEN:      " ws-adjustment-count
      *
           DISPLAY "WEEKS NOT ADJUSTED:       " ws-not-adjusted-count
      *
      * Weeks left for hand entry mean the retro is not finished.
      *
           IF ws-not-adjusted-count > ZERO
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
       200-SCAN-AUDIT-TRAIL.
      *
      * Without the audit trail there is no way to know what changed;
      * halt for an operator rather than report nothing to do.
      *
           OPEN INPUT master-audit
      *
           IF ws-audit-file-status = "35"
      *
               DISPLAY "MASTER AUDIT FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           PERFORM UNTIL ws-more-audit-records = 'N'
      *
               READ master-audit
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-audit-records
      *
                   NOT AT END
      *
                       ADD 1 TO ws-audit-read-count
      *
                       IF ws-audit-read-count > ws-audit-done-count
      *
                           PERFORM 210-CHECK-ONE-AUDIT-RECORD
      *
                               THRU 210-CHECK-ONE-AUDIT-RECORD-EXIT
      *
                       END-IF
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE master-audit
      *
      * A trail shorter than the mark means it was cut back or
      * replaced since the last run; counting from the old mark
      * would skip changes nobody has paid, so halt for an operator.
      *
           IF ws-audit-read-count < ws-audit-done-count
      *
               DISPLAY "AUDIT TRAIL SHORTER THAN LAST RUN - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF.
      *
       200-SCAN-AUDIT-TRAIL-EXIT.
      *
           EXIT.
      *
       210-CHECK-ONE-AUDIT-RECORD.
      *
      * Only an accepted CHANGE can have moved a rate.
      *
           IF audit-disposition-in NOT = "ACCEPTED"
      *
               OR audit-action-in NOT = "CHANGE"
      *
               GO TO 210-CHECK-ONE-AUDIT-RECORD-EXIT
      *
           END-IF
      *
      * Backdated means an effective date keyed earlier than the day
      * the change was authorized; blank means it took effect the day
      * it was keyed, and a future date was held until it arrived.
      *
           IF audit-effective-date-in NOT NUMERIC
      *
               OR audit-date-in NOT NUMERIC
      *
               GO TO 210-CHECK-ONE-AUDIT-RECORD-EXIT
      *
           END-IF
      *
           MOVE audit-effective-date-in TO ws-effective-date
      *
           IF ws-effective-date NOT < audit-date-in
      *
               GO TO 210-CHECK-ONE-AUDIT-RECORD-EXIT
      *
           END-IF
      *
           MOVE audit-before-image-in TO ws-before-master
      *
           MOVE audit-after-image-in TO ws-after-master
      *
           IF ws-before-rate NOT NUMERIC
      *
               OR ws-after-rate NOT NUMERIC
      *
               GO TO 210-CHECK-ONE-AUDIT-RECORD-EXIT
      *
           END-IF
      *
      * A salaried employee is not paid through the rate, so a rate
      * change leaves their pay where it was.
      *
           IF ws-before-rate-num = ws-after-rate-num
      *
               OR ws-after-pay-type = 'S'
      *
               GO TO 210-CHECK-ONE-AUDIT-RECORD-EXIT
      *
           END-IF
      *
           IF ws-change-count NOT < 200
      *
               DISPLAY "RATE CHANGE TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           ADD 1 TO ws-change-count
      *
           MOVE audit-id-in TO ws-chg-employee-id (ws-change-count)
      *
           MOVE ws-effective-date
      *
               TO ws-chg-effective-date (ws-change-count)
      *
           MOVE ws-before-rate-num TO ws-chg-old-rate (ws-change-count)
      *
           MOVE ws-after-rate-num TO ws-chg-new-rate (ws-change-count)
      *
           MOVE ZERO TO ws-chg-week-count (ws-change-count).
      *
       210-CHECK-ONE-AUDIT-RECORD-EXIT.
      *
           EXIT.
      *
       300-SCAN-LEDGER.
      *
      * Changes to pay for and no ledger to find the weeks in is an
      * operator problem, not an empty run.
      *
           OPEN INPUT earnings-ledger
      *
           IF ws-ledger-file-status = "35"
      *
               DISPLAY "EARNINGS LEDGER MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           PERFORM UNTIL ws-more-ledger-records = 'N'
      *
               READ earnings-ledger
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-ledger-records
      *
                   NOT AT END
      *
                       ADD 1 TO ws-ledger-read-count
      *
                       PERFORM 310-PRICE-ONE-WEEK
      *
                           THRU 310-PRICE-ONE-WEEK-EXIT
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE earnings-ledger.
      *
       300-SCAN-LEDGER-EXIT.
      *
           EXIT.
      *
       310-PRICE-ONE-WEEK.
      *
           IF NOT ledger-is-hourly
      *
               GO TO 310-PRICE-ONE-WEEK-EXIT
      *
           END-IF
      *
           MOVE ZERO TO ws-governing-idx
      *
           MOVE ZERO TO ws-governing-date
      *
           MOVE 'N' TO ws-superseded-switch
      *
           PERFORM 320-MATCH-ONE-CHANGE
      *
               VARYING ws-chg-idx FROM 1 BY 1
      *
                   UNTIL ws-chg-idx > ws-change-count
      *
      * A week paid before any of the employee's backdated changes
      * took effect is untouched.
      *
           IF ws-governing-idx = ZERO
      *
               GO TO 310-PRICE-ONE-WEEK-EXIT
      *
           END-IF
      *
           MOVE ws-chg-new-rate (ws-governing-idx) TO ws-correct-rate
      *
           IF ledger-hourly-rate = ws-correct-rate
      *
               GO TO 310-PRICE-ONE-WEEK-EXIT
      *
           END-IF
      *
           PERFORM 330-START-DETAIL-LINE
      *
           IF NOT paid-at-superseded-rate
      *
               ADD 1 TO ws-not-adjusted-count
      *
               MOVE "RATE PAID WAS KEYED - CHECK" TO retro-note-out
      *
               WRITE retro-detail-line
      *
               GO TO 310-PRICE-ONE-WEEK-EXIT
      *
           END-IF
      *
      * Straight time, with the leave hours paid alongside it, and
      * overtime at the payroll run's factor.
      *
           ADD ledger-regular-hours ledger-leave-hours
      *
               GIVING ws-straight-hours
      *
           MULTIPLY ws-straight-hours BY ws-correct-rate
      *
               GIVING ws-new-regular-pay
      *
      * A final check's vacation payout is straight time as well, and
      * owed at the corrected rate like the rest of the week; it is
      * priced rounded, the way the payroll run priced it.
      *
           IF ledger-payout-hours IS NUMERIC
      *
               MOVE ledger-payout-hours TO ws-payout-hours
      *
           ELSE
      *
               MOVE ZERO TO ws-payout-hours
      *
           END-IF
      *
           MULTIPLY ws-payout-hours BY ws-correct-rate
      *
               GIVING ws-new-payout-pay ROUNDED
      *
           ADD ws-new-payout-pay TO ws-new-regular-pay
      *
           MULTIPLY ledger-overtime-hours BY ws-correct-rate
      *
               GIVING ws-new-overtime-pay
      *
           MULTIPLY ws-new-overtime-pay BY ws-overtime-factor
      *
               GIVING ws-new-overtime-pay
      *
           ADD ws-new-regular-pay ws-new-overtime-pay
      *
               GIVING ws-new-gross-pay
      *
           SUBTRACT ledger-gross-pay FROM ws-new-gross-pay
      *
               GIVING ws-difference
      *
           MOVE ws-new-gross-pay TO retro-due-out
      *
           MOVE ws-difference TO retro-diff-out
      *
           IF ws-difference = ZERO
      *
               GO TO 310-PRICE-ONE-WEEK-EXIT
      *
           END-IF
      *
           IF ws-difference < ZERO
      *
               SUBTRACT ws-difference FROM ZERO GIVING ws-adjust-amount
      *
           ELSE
      *
               MOVE ws-difference TO ws-adjust-amount
      *
           END-IF
      *
      * The payroll run prints an adjustment through its 9999.99
      * columns and rejects anything larger; such a week is left for
      * an operator to split by hand.
      *
           IF ws-adjust-amount > 9999.99
      *
               ADD 1 TO ws-not-adjusted-count
      *
               MOVE "TOO LARGE FOR ONE ADJUSTMENT" TO retro-note-out
      *
               WRITE retro-detail-line
      *
               GO TO 310-PRICE-ONE-WEEK-EXIT
      *
           END-IF
      *
           MOVE SPACES TO adjustment-out-record
      *
           MOVE 'A' TO adj-record-type-out
      *
           MOVE ledger-employee-id TO adj-employee-id-out
      *
           MOVE ZERO TO adj-hours-out
      *
           MOVE ws-correct-rate TO adj-hourly-rate-out
      *
           IF ws-difference < ZERO
      *
               MOVE '-' TO adj-sign-out
      *
           ELSE
      *
               MOVE '+' TO adj-sign-out
      *
           END-IF
      *
           MOVE ws-adjust-amount TO adj-amount-out
      *
           WRITE adjustment-out-record
      *
           ADD 1 TO ws-adjustment-count
      *
           ADD ws-difference TO ws-net-adjustment
      *
           ADD 1 TO ws-chg-week-count (ws-governing-idx)
      *
           MOVE "ADJUSTMENT WRITTEN" TO retro-note-out
      *
           WRITE retro-detail-line.
      *
       310-PRICE-ONE-WEEK-EXIT.
      *
           EXIT.
      *
       320-MATCH-ONE-CHANGE.
      *
           IF ws-chg-employee-id (ws-chg-idx) = ledger-employee-id
      *
               IF ws-chg-old-rate (ws-chg-idx) = ledger-hourly-rate
      *
                   SET paid-at-superseded-rate TO TRUE
      *
               END-IF
      *
               IF ws-chg-effective-date (ws-chg-idx)
      *
                   NOT > ledger-pay-date
      *
                   AND ws-chg-effective-date (ws-chg-idx)
      *
                       NOT < ws-governing-date
      *
                   MOVE ws-chg-idx TO ws-governing-idx
      *
                   MOVE ws-chg-effective-date (ws-chg-idx)
      *
                       TO ws-governing-date
      *
               END-IF
      *
           END-IF.
      *
       320-MATCH-ONE-CHANGE-EXIT.
      *
           EXIT.
      *
       330-START-DETAIL-LINE.
      *
      * Common shape of a report line about a ledger week; the caller
      * fills in the verdict and writes it.
      *
           MOVE SPACES TO retro-detail-line
      *
           MOVE ledger-employee-id TO retro-id-out
      *
           MOVE ledger-pay-date TO retro-pay-date-out
      *
           MOVE ledger-hourly-rate TO retro-old-rate-out
      *
           MOVE ws-correct-rate TO retro-new-rate-out
      *
           MOVE ledger-gross-pay TO retro-paid-out.
      *
       330-START-DETAIL-LINE-EXIT.
      *
           EXIT.
      *
       400-PRINT-CHANGE-LINE.
      *
      * A change with no weeks adjusted is worth a look: either every
      * week was already paid right, or the weeks predate the ledger
      * and have to be worked from the old listings.
      *
           MOVE SPACES TO retro-change-line
      *
           MOVE "CHANGE" TO retro-chg-tag-out
      *
           MOVE ws-chg-employee-id (ws-chg-idx) TO retro-chg-id-out
      *
           MOVE "EFFECTIVE" TO retro-chg-eff-tag-out
      *
           MOVE ws-chg-effective-date (ws-chg-idx)
      *
               TO retro-chg-eff-date-out
      *
           MOVE ws-chg-old-rate (ws-chg-idx) TO retro-chg-old-rate-out
      *
           MOVE " TO " TO retro-chg-arrow-out
      *
           MOVE ws-chg-new-rate (ws-chg-idx) TO retro-chg-new-rate-out
      *
           MOVE ws-chg-week-count (ws-chg-idx) TO retro-chg-weeks-out
      *
           MOVE "WEEKS ADJUSTED" TO retro-chg-weeks-tag-out
      *
           WRITE retro-change-line.
      *
       400-PRINT-CHANGE-LINE-EXIT.
      *
           EXIT.
      *
       900-LOAD-RETRO-CONTROL.
      *
      * Missing or empty just means no run has worked the trail yet;
      * start from its first record.
      *
           OPEN INPUT retro-control
      *
           IF ws-retro-ctl-file-status = "35"
      *
               GO TO 900-LOAD-RETRO-CONTROL-EXIT
      *
           END-IF
      *
           READ retro-control
      *
               AT END
      *
                   CONTINUE
      *
               NOT AT END
      *
                   IF ctl-audit-records-done IS NUMERIC
      *
                       MOVE ctl-audit-records-done
      *
                           TO ws-audit-done-count
      *
                   END-IF
      *
           END-READ
      *
           CLOSE retro-control.
      *
       900-LOAD-RETRO-CONTROL-EXIT.
      *
           EXIT.
      *
       920-REWRITE-RETRO-CONTROL.
      *
           OPEN OUTPUT retro-control
      *
           MOVE ws-audit-read-count TO ctl-audit-records-done
      *
           WRITE retro-control-rec
      *
           CLOSE retro-control.
      *
       920-REWRITE-RETRO-CONTROL-EXIT.
      *
           EXIT.
