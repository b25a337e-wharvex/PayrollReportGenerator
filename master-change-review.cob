      ******************************************************************
      * COBOL 85 program that reviews the employee-master-maintenance  *
      * audit trail for the changes payroll fraud is made of. For the  *
      * audit dates asked for it flags every accepted change to an     *
      * employee's bank routing or account, every rate or salary raise *
      * beyond a set percentage, every terminated employee made active *
      * again, and every ADD or bank change that points at an account  *
      * already on another employee's master. Each bank change is then *
      * matched against the deposit file from the payroll run, so a    *
      * deposit into a freshly changed account stands out - a large    *
      * one most of all.                                               *
      * User-defined symbols are lower-case, COBOL keywords are UC.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. master-change-review.
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
      * The employee master, read end to end for the bank details
      * every employee is paid to today.
      *
           SELECT employee-master ASSIGN TO "emp-mst.dat"
      *
               ORGANIZATION IS INDEXED
      *
               ACCESS MODE IS DYNAMIC
      *
               RECORD KEY IS master-employee-id
      *
               FILE STATUS IS ws-master-file-status.
      *
      * The deposit file from the payroll run; the deposits that
      * followed a bank change are listed under it.
      *
           SELECT ach-deposits ASSIGN TO "emp-ach.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-deposits-file-status.
      *
      * Printed review for internal audit to work and sign off.
      *
           SELECT review-report ASSIGN TO "emp-mst-review-rpt.txt"
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
               88 audit-is-add VALUE 'ADD'.
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
       FD employee-master LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator and
      * employee-master-maintenance; the programs must stay in step.
      *
       01 master-record.
      *
           05 master-employee-id PIC X(5).
      *
           05 master-employee-name PIC X(20).
      *
           05 master-department-code PIC X(4).
      *
           05 master-hourly-rate PIC 999V99.
      *
           05 master-pay-type PIC X.
      *
               88 master-is-salaried VALUE 'S'.
      *
           05 master-salary-amount PIC 9(5)V99.
      *
           05 master-tax-withholding PIC 9(3)V99.
      *
           05 master-benefits-deduction PIC 9(3)V99.
      *
           05 master-garnishment PIC 9(3)V99.
      *
           05 master-status PIC X.
      *
               88 master-is-terminated VALUE 'T'.
      *
           05 master-bank-routing PIC X(9).
      *
           05 master-bank-account PIC X(17).
      *
       FD ach-deposits LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator; the two
      * programs must stay in step.
      *
       01 ach-entry-rec.
      *
           05 ach-entry-type-in PIC X.
      *
               88 is-deposit-entry VALUE 'D'.
      *
           05 ach-routing-in PIC X(9).
      *
           05 ach-account-in PIC X(17).
      *
           05 ach-amount-in PIC 9(8)V99.
      *
           05 ach-effective-date-in PIC 9(8).
      *
           05 ach-id-in PIC X(5).
      *
           05 ach-name-in PIC X(20).
      *
       FD review-report LABEL RECORDS ARE STANDARD.
      *
      * One line per flag raised: when the change was authorized,
      * what kind of transaction made it, whose master it touched,
      * what was flagged, and the value before and after.
      *
       01 review-flag-line.
      *
           05 rvw-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 rvw-action-out PIC X(9).
      *
           05 PIC X(2).
      *
           05 rvw-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 rvw-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 rvw-flag-out PIC X(24).
      *
           05 PIC X(2).
      *
           05 rvw-old-out PIC X(27).
      *
           05 rvw-arrow-out PIC X(4).
      *
           05 rvw-new-out PIC X(27).
      *
           05 PIC X(2).
      *
           05 rvw-pct-out PIC ZZZZ9.
      *
           05 rvw-pct-tag-out PIC X(4).
      *
      * Alternate view listing, under a bank change, each deposit the
      * payroll run made into the new account on or after the day of
      * the change.
      *
       01 review-deposit-line.
      *
           05 PIC X(6).
      *
           05 rvw-dep-tag-out PIC X(24).
      *
           05 rvw-dep-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 rvw-dep-routing-out PIC X(9).
      *
           05 PIC X(1).
      *
           05 rvw-dep-account-out PIC X(17).
      *
           05 PIC X(2).
      *
           05 rvw-dep-amount-out PIC ZZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 rvw-dep-note-out PIC X(13).
      *
      * Alternate view for the heading and any note about the run.
      *
       01 review-title-line.
      *
           05 rvw-title-tag-out PIC X(22).
      *
           05 rvw-from-tag-out PIC X(5).
      *
           05 rvw-from-date-out PIC 9(8).
      *
           05 rvw-thru-tag-out PIC X(6).
      *
           05 rvw-thru-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 rvw-limit-tag-out PIC X(12).
      *
           05 rvw-limit-pct-out PIC ZZ9.
      *
           05 rvw-limit-pct-tag-out PIC X(5).
      *
           05 rvw-large-tag-out PIC X(14).
      *
           05 rvw-large-amount-out PIC ZZZZ9.
      *
      * Alternate view for the counts that close the report.
      *
       01 review-total-line.
      *
           05 rvw-total-tag-out PIC X(30).
      *
           05 rvw-total-count-out PIC ZZZZZ9.
      *
       WORKING-STORAGE SECTION.
      *
       77 ws-audit-file-status PIC XX VALUE SPACES.
      *
       77 ws-master-file-status PIC XX VALUE SPACES.
      *
       77 ws-deposits-file-status PIC XX VALUE SPACES.
      *
       01 ws-more-audit-records PIC X VALUE 'Y'.
      *
       01 ws-more-master-records PIC X VALUE 'Y'.
      *
       01 ws-more-deposit-records PIC X VALUE 'Y'.
      *
      * 'Y' when the run found a deposit file to cross-reference.
      *
       01 ws-deposits-present-switch PIC X VALUE 'N'.
      *
           88 deposit-file-present VALUE 'Y'.
      *
       01 ws-run-parameter PIC X(80) VALUE SPACES.
      *
      * FROMyyyymmdd and THRUyyyymmdd on the command line bound the
      * audit dates reviewed - normally the quarter being signed off;
      * either one left off leaves that end of the trail open.
      *
       77 ws-from-before-count PIC 9(3) VALUE ZERO.
      *
       77 ws-thru-before-count PIC 9(3) VALUE ZERO.
      *
       77 ws-date-digits PIC X(8) VALUE SPACES.
      *
       77 ws-from-date PIC 9(8) VALUE ZERO.
      *
       77 ws-thru-date PIC 9(8) VALUE 99999999.
      *
      * PCTnnn overrides the raise, in percent, past which a rate or
      * salary increase is flagged; LARGEnnnnn the whole-dollar
      * deposit into a changed account that is marked large.
      *
       77 ws-pct-before-count PIC 9(3) VALUE ZERO.
      *
       77 ws-pct-digits PIC X(3) VALUE SPACES.
      *
       77 ws-increase-limit-pct PIC 9(3) VALUE 10.
      *
       77 ws-large-before-count PIC 9(3) VALUE ZERO.
      *
       77 ws-large-digits PIC X(5) VALUE SPACES.
      *
       77 ws-large-deposit-amount PIC 9(5) VALUE 2000.
      *
      * The before and after master images off an audit record, laid
      * out as the master record is; the numeric fields are tested
      * through their text view first, since an ADD's before image is
      * blank.
      *
       01 ws-before-master.
      *
           05 ws-before-id PIC X(5).
      *
           05 ws-before-name PIC X(20).
      *
           05 FILLER PIC X(4).
      *
           05 ws-before-rate PIC X(5).
      *
           05 ws-before-rate-num REDEFINES ws-before-rate PIC 999V99.
      *
           05 ws-before-pay-type PIC X.
      *
           05 ws-before-salary PIC X(7).
      *
           05 ws-before-salary-num REDEFINES ws-before-salary
      *
               PIC 9(5)V99.
      *
           05 FILLER PIC X(15).
      *
           05 ws-before-status PIC X.
      *
           05 ws-before-bank.
      *
               10 ws-before-routing PIC X(9).
      *
               10 ws-before-account PIC X(17).
      *
       01 ws-after-master.
      *
           05 ws-after-id PIC X(5).
      *
           05 ws-after-name PIC X(20).
      *
           05 FILLER PIC X(4).
      *
           05 ws-after-rate PIC X(5).
      *
           05 ws-after-rate-num REDEFINES ws-after-rate PIC 999V99.
      *
           05 ws-after-pay-type PIC X.
      *
           05 ws-after-salary PIC X(7).
      *
           05 ws-after-salary-num REDEFINES ws-after-salary
      *
               PIC 9(5)V99.
      *
           05 FILLER PIC X(15).
      *
           05 ws-after-status PIC X.
      *
           05 ws-after-bank.
      *
               10 ws-after-routing PIC X(9).
      *
               10 ws-after-account PIC X(17).
      *
      * A routing and account side by side for the report columns.
      *
       01 ws-bank-text.
      *
           05 ws-bank-text-routing PIC X(9).
      *
           05 FILLER PIC X VALUE SPACE.
      *
           05 ws-bank-text-account PIC X(17).
      *
       01 ws-also-on-text.
      *
           05 FILLER PIC X(16) VALUE "ALSO ON EMPLOYEE".
      *
           05 FILLER PIC X VALUE SPACE.
      *
           05 ws-also-on-id PIC X(5).
      *
       77 ws-edit-amount PIC ZZZZ9.99.
      *
      * The raise tested: the old figure, the most it may become
      * without a flag, and by how much it actually went up.
      *
       77 ws-old-pay PIC 9(5)V99 VALUE ZERO.
      *
       77 ws-new-pay PIC 9(5)V99 VALUE ZERO.
      *
       77 ws-increase-factor PIC 9V9(4) VALUE ZERO.
      *
       77 ws-increase-limit PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-increase-amount PIC 9(5)V99 VALUE ZERO.
      *
       77 ws-increase-pct PIC 9(5) VALUE ZERO.
      *
      * Every employee's bank details as the master holds them now,
      * for finding an account paid to more than one employee.
      *
       77 ws-account-count PIC 9(4) VALUE ZERO.
      *
       01 ws-account-table.
      *
           05 ws-account-entry OCCURS 3000 TIMES.
      *
               10 ws-acct-employee-id PIC X(5).
      *
               10 ws-acct-employee-name PIC X(20).
      *
               10 ws-acct-routing PIC X(9).
      *
               10 ws-acct-account PIC X(17).
      *
       77 ws-acct-idx PIC 9(4) VALUE ZERO.
      *
      * Other employees found paid to the account in hand.
      *
       77 ws-shared-found-count PIC 9(4) VALUE ZERO.
      *
      * The payroll run's deposit entries, loaded up front so each
      * bank change can find the deposits that followed it.
      *
       77 ws-deposit-count PIC 9(4) VALUE ZERO.
      *
       01 ws-deposit-table.
      *
           05 ws-deposit-entry OCCURS 3000 TIMES.
      *
               10 ws-dep-id PIC X(5).
      *
               10 ws-dep-routing PIC X(9).
      *
               10 ws-dep-account PIC X(17).
      *
               10 ws-dep-amount PIC 9(8)V99.
      *
               10 ws-dep-date PIC 9(8).
      *
       77 ws-dep-idx PIC 9(4) VALUE ZERO.
      *
      * Run counts displayed for the operator and printed at the foot
      * of the report.
      *
       77 ws-audit-read-count PIC 9(8) VALUE ZERO.
      *
       77 ws-in-range-count PIC 9(6) VALUE ZERO.
      *
       77 ws-flag-count PIC 9(6) VALUE ZERO.
      *
       77 ws-bank-change-count PIC 9(6) VALUE ZERO.
      *
       77 ws-pay-increase-count PIC 9(6) VALUE ZERO.
      *
       77 ws-reactivation-count PIC 9(6) VALUE ZERO.
      *
       77 ws-shared-account-count PIC 9(6) VALUE ZERO.
      *
       77 ws-changed-deposit-count PIC 9(6) VALUE ZERO.
      *
       77 ws-large-deposit-count PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       100-MAIN-MODULE.
      *
           ACCEPT ws-run-parameter FROM COMMAND-LINE
      *
      * The dates and limits ride immediately behind their letters,
      * the way the payroll run takes VARnnn.
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-from-before-count
      *
               FOR CHARACTERS BEFORE INITIAL "FROM"
      *
           IF ws-from-before-count NOT > 68
      *
               MOVE ws-run-parameter (ws-from-before-count + 5:8)
      *
                   TO ws-date-digits
      *
               IF ws-date-digits NOT NUMERIC
      *
                   DISPLAY "FROM DATE IS NOT USABLE - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
               END-IF
      *
               MOVE ws-date-digits TO ws-from-date
      *
           END-IF
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-thru-before-count
      *
               FOR CHARACTERS BEFORE INITIAL "THRU"
      *
           IF ws-thru-before-count NOT > 68
      *
               MOVE ws-run-parameter (ws-thru-before-count + 5:8)
      *
                   TO ws-date-digits
      *
               IF ws-date-digits NOT NUMERIC
      *
                   DISPLAY "THRU DATE IS NOT USABLE - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
               END-IF
      *
               MOVE ws-date-digits TO ws-thru-date
      *
           END-IF
      *
           IF ws-from-date > ws-thru-date
      *
               DISPLAY "FROM DATE IS AFTER THRU DATE - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
      * Anything unusable leaves the default limits alone.
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-pct-before-count
      *
               FOR CHARACTERS BEFORE INITIAL "PCT"
      *
           IF ws-pct-before-count NOT > 74
      *
               MOVE ws-run-parameter (ws-pct-before-count + 4:3)
      *
                   TO ws-pct-digits
      *
               IF ws-pct-digits IS NUMERIC
      *
                   MOVE ws-pct-digits TO ws-increase-limit-pct
      *
               END-IF
      *
           END-IF
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-large-before-count
      *
               FOR CHARACTERS BEFORE INITIAL "LARGE"
      *
           IF ws-large-before-count NOT > 70
      *
               MOVE ws-run-parameter (ws-large-before-count + 6:5)
      *
                   TO ws-large-digits
      *
               IF ws-large-digits IS NUMERIC
      *
                   MOVE ws-large-digits TO ws-large-deposit-amount
      *
               END-IF
      *
           END-IF
      *
      * A raise is flagged once the new figure passes the old one
      * grown by the limit.
      *
           DIVIDE ws-increase-limit-pct BY 100
      *
               GIVING ws-increase-factor
      *
           ADD 1 TO ws-increase-factor
      *
           PERFORM 110-LOAD-MASTER-ACCOUNTS
      *
               THRU 110-LOAD-MASTER-ACCOUNTS-EXIT
      *
           PERFORM 120-LOAD-DEPOSIT-ENTRIES
      *
               THRU 120-LOAD-DEPOSIT-ENTRIES-EXIT
      *
           OPEN OUTPUT review-report
      *
           PERFORM 130-WRITE-HEADINGS
      *
           PERFORM 200-SCAN-AUDIT-TRAIL
      *
               THRU 200-SCAN-AUDIT-TRAIL-EXIT
      *
           PERFORM 400-PRINT-TOTALS
      *
           CLOSE review-report
      *
           DISPLAY "AUDIT RECORDS READ:       " ws-audit-read-count
      *
           DISPLAY "RECORDS IN DATE RANGE:    " ws-in-range-count
      *
           DISPLAY "CHANGES FLAGGED:          " ws-flag-count
      *
           DISPLAY "DEPOSITS TO NEW ACCOUNTS: " ws-changed-deposit-count
      *
           DISPLAY "LARGE DEPOSITS:           " ws-large-deposit-count
      *
      * Anything flagged is for internal audit to clear before they
      * sign off, so the run is not clean.
      *
           IF ws-flag-count > ZERO
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
       110-LOAD-MASTER-ACCOUNTS.
      *
      * There is no judging whether an account is shared without the
      * master; halt for an operator rather than report no sharing.
      *
           OPEN INPUT employee-master
      *
           IF ws-master-file-status = "35"
      *
               DISPLAY "EMPLOYEE MASTER FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           MOVE LOW-VALUES TO master-employee-id
      *
           START employee-master KEY IS NOT < master-employee-id
      *
               INVALID KEY
      *
                   MOVE 'N' TO ws-more-master-records
      *
           END-START
      *
           PERFORM UNTIL ws-more-master-records = 'N'
      *
               READ employee-master NEXT RECORD
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-master-records
      *
                   NOT AT END
      *
                       PERFORM 115-STORE-ONE-ACCOUNT
      *
                           THRU 115-STORE-ONE-ACCOUNT-EXIT
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE employee-master.
      *
       110-LOAD-MASTER-ACCOUNTS-EXIT.
      *
           EXIT.
      *
       115-STORE-ONE-ACCOUNT.
      *
      * An employee paid by printed check has no account to share.
      *
           IF master-bank-account = SPACES
      *
               GO TO 115-STORE-ONE-ACCOUNT-EXIT
      *
           END-IF
      *
           IF ws-account-count NOT < 3000
      *
               DISPLAY "ACCOUNT TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           ADD 1 TO ws-account-count
      *
           MOVE master-employee-id
      *
               TO ws-acct-employee-id (ws-account-count)
      *
           MOVE master-employee-name
      *
               TO ws-acct-employee-name (ws-account-count)
      *
           MOVE master-bank-routing
      *
               TO ws-acct-routing (ws-account-count)
      *
           MOVE master-bank-account
      *
               TO ws-acct-account (ws-account-count).
      *
       115-STORE-ONE-ACCOUNT-EXIT.
      *
           EXIT.
      *
       120-LOAD-DEPOSIT-ENTRIES.
      *
      * The review still stands without a deposit file - the payroll
      * run may not have followed the changes yet - so a missing one
      * is noted on the report rather than halting the run.
      *
           OPEN INPUT ach-deposits
      *
           IF ws-deposits-file-status = "35"
      *
               GO TO 120-LOAD-DEPOSIT-ENTRIES-EXIT
      *
           END-IF
      *
           SET deposit-file-present TO TRUE
      *
           PERFORM UNTIL ws-more-deposit-records = 'N'
      *
               READ ach-deposits
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-deposit-records
      *
                   NOT AT END
      *
                       PERFORM 125-STORE-ONE-DEPOSIT
      *
                           THRU 125-STORE-ONE-DEPOSIT-EXIT
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE ach-deposits.
      *
       120-LOAD-DEPOSIT-ENTRIES-EXIT.
      *
           EXIT.
      *
       125-STORE-ONE-DEPOSIT.
      *
      * The control record at the end of the file is not a deposit.
      *
           IF NOT is-deposit-entry
      *
               GO TO 125-STORE-ONE-DEPOSIT-EXIT
      *
           END-IF
      *
           IF ws-deposit-count NOT < 3000
      *
               DISPLAY "DEPOSIT TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           ADD 1 TO ws-deposit-count
      *
           MOVE ach-id-in TO ws-dep-id (ws-deposit-count)
      *
           MOVE ach-routing-in TO ws-dep-routing (ws-deposit-count)
      *
           MOVE ach-account-in TO ws-dep-account (ws-deposit-count)
      *
           MOVE ach-amount-in TO ws-dep-amount (ws-deposit-count)
      *
           MOVE ach-effective-date-in TO ws-dep-date (ws-deposit-count).
      *
       125-STORE-ONE-DEPOSIT-EXIT.
      *
           EXIT.
      *
       130-WRITE-HEADINGS.
      *
           MOVE SPACES TO review-title-line
      *
           MOVE "MASTER CHANGE REVIEW" TO rvw-title-tag-out
      *
           MOVE "FROM" TO rvw-from-tag-out
      *
           MOVE ws-from-date TO rvw-from-date-out
      *
           MOVE " THRU" TO rvw-thru-tag-out
      *
           MOVE ws-thru-date TO rvw-thru-date-out
      *
           MOVE "RAISES OVER" TO rvw-limit-tag-out
      *
           MOVE ws-increase-limit-pct TO rvw-limit-pct-out
      *
           MOVE " PCT" TO rvw-limit-pct-tag-out
      *
           MOVE "LARGE DEPOSIT" TO rvw-large-tag-out
      *
           MOVE ws-large-deposit-amount TO rvw-large-amount-out
      *
           WRITE review-title-line
      *
           IF NOT deposit-file-present
      *
               MOVE SPACES TO review-title-line
      *
               MOVE "NO DEPOSIT FILE - DEPOSITS NOT CROSS-CHECKED"
      *
                   TO review-title-line
      *
               WRITE review-title-line
      *
           END-IF.
      *
       130-WRITE-HEADINGS-EXIT.
      *
           EXIT.
      *
       200-SCAN-AUDIT-TRAIL.
      *
      * Without the audit trail there is nothing to review; halt for
      * an operator rather than report a clean quarter.
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
                       PERFORM 210-REVIEW-ONE-AUDIT-RECORD
      *
                           THRU 210-REVIEW-ONE-AUDIT-RECORD-EXIT
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE master-audit.
      *
       200-SCAN-AUDIT-TRAIL-EXIT.
      *
           EXIT.
      *
       210-REVIEW-ONE-AUDIT-RECORD.
      *
      * Only an accepted transaction changed the master; a rejected one
      * changed nothing, and a pending one is audited again as
      * accepted on the day it is finally applied.
      *
           IF audit-date-in NOT NUMERIC
      *
               OR audit-disposition-in NOT = "ACCEPTED"
      *
               GO TO 210-REVIEW-ONE-AUDIT-RECORD-EXIT
      *
           END-IF
      *
           IF audit-date-in < ws-from-date
      *
               OR audit-date-in > ws-thru-date
      *
               GO TO 210-REVIEW-ONE-AUDIT-RECORD-EXIT
      *
           END-IF
      *
           ADD 1 TO ws-in-range-count
      *
           MOVE audit-before-image-in TO ws-before-master
      *
           MOVE audit-after-image-in TO ws-after-master
      *
      * A TERMINATE, ELECT or ENDELECT leaves the images alike in
      * everything checked below, so every action goes through.
      *
           PERFORM 220-CHECK-BANK-CHANGE
      *
               THRU 220-CHECK-BANK-CHANGE-EXIT
      *
           PERFORM 230-CHECK-PAY-INCREASE
      *
               THRU 230-CHECK-PAY-INCREASE-EXIT
      *
           PERFORM 240-CHECK-REACTIVATION
      *
               THRU 240-CHECK-REACTIVATION-EXIT.
      *
       210-REVIEW-ONE-AUDIT-RECORD-EXIT.
      *
           EXIT.
      *
       220-CHECK-BANK-CHANGE.
      *
      * Any change of bank details is flagged outright; an ADD that
      * sets up direct deposit is not, since every new employee on
      * deposit brings an account. Either way the account the master
      * now pays to is checked against everyone else's, and the
      * deposits into it are listed - for an ADD, only when somebody
      * else is paid there too.
      *
           IF ws-after-account = SPACES
      *
               AND ws-before-account = SPACES
      *
               GO TO 220-CHECK-BANK-CHANGE-EXIT
      *
           END-IF
      *
           IF NOT audit-is-add
      *
               IF ws-after-bank = ws-before-bank
      *
                   GO TO 220-CHECK-BANK-CHANGE-EXIT
      *
               END-IF
      *
               ADD 1 TO ws-bank-change-count
      *
               PERFORM 290-START-FLAG-LINE
      *
               MOVE "BANK DETAILS CHANGED" TO rvw-flag-out
      *
               MOVE ws-before-routing TO ws-bank-text-routing
      *
               MOVE ws-before-account TO ws-bank-text-account
      *
               MOVE ws-bank-text TO rvw-old-out
      *
               MOVE " TO " TO rvw-arrow-out
      *
               MOVE ws-after-routing TO ws-bank-text-routing
      *
               MOVE ws-after-account TO ws-bank-text-account
      *
               MOVE ws-bank-text TO rvw-new-out
      *
               WRITE review-flag-line
      *
           END-IF
      *
      * Moving an employee back to printed checks redirects nothing.
      *
           IF ws-after-account = SPACES
      *
               GO TO 220-CHECK-BANK-CHANGE-EXIT
      *
           END-IF
      *
           MOVE ZERO TO ws-shared-found-count
      *
           PERFORM 250-MATCH-ONE-ACCOUNT
      *
               THRU 250-MATCH-ONE-ACCOUNT-EXIT
      *
               VARYING ws-acct-idx FROM 1 BY 1
      *
                   UNTIL ws-acct-idx > ws-account-count
      *
           IF audit-is-add
      *
               AND ws-shared-found-count = ZERO
      *
               GO TO 220-CHECK-BANK-CHANGE-EXIT
      *
           END-IF
      *
           PERFORM 260-LIST-ONE-DEPOSIT
      *
               THRU 260-LIST-ONE-DEPOSIT-EXIT
      *
               VARYING ws-dep-idx FROM 1 BY 1
      *
                   UNTIL ws-dep-idx > ws-deposit-count.
      *
       220-CHECK-BANK-CHANGE-EXIT.
      *
           EXIT.
      *
       230-CHECK-PAY-INCREASE.
      *
      * An ADD has no old pay to have raised. A salaried employee is
      * paid the salary and an hourly one the rate, so the figure
      * tested is the one the after image is paid by.
      *
           IF audit-is-add
      *
               GO TO 230-CHECK-PAY-INCREASE-EXIT
      *
           END-IF
      *
           IF ws-after-pay-type = 'S'
      *
               IF ws-before-salary NOT NUMERIC
      *
                   OR ws-after-salary NOT NUMERIC
      *
                   GO TO 230-CHECK-PAY-INCREASE-EXIT
      *
               END-IF
      *
               MOVE ws-before-salary-num TO ws-old-pay
      *
               MOVE ws-after-salary-num TO ws-new-pay
      *
           ELSE
      *
               IF ws-before-rate NOT NUMERIC
      *
                   OR ws-after-rate NOT NUMERIC
      *
                   GO TO 230-CHECK-PAY-INCREASE-EXIT
      *
               END-IF
      *
               MOVE ws-before-rate-num TO ws-old-pay
      *
               MOVE ws-after-rate-num TO ws-new-pay
      *
           END-IF
      *
           IF ws-new-pay NOT > ws-old-pay
      *
               GO TO 230-CHECK-PAY-INCREASE-EXIT
      *
           END-IF
      *
      * An hourly employee turned salaried had no salary before; any
      * salary at all is a raise from nothing, and always flagged.
      *
           IF ws-old-pay = ZERO
      *
               MOVE ZERO TO ws-increase-pct
      *
           ELSE
      *
               MULTIPLY ws-old-pay BY ws-increase-factor
      *
                   GIVING ws-increase-limit ROUNDED
      *
               IF ws-new-pay NOT > ws-increase-limit
      *
                   GO TO 230-CHECK-PAY-INCREASE-EXIT
      *
               END-IF
      *
               SUBTRACT ws-old-pay FROM ws-new-pay
      *
                   GIVING ws-increase-amount
      *
               MULTIPLY ws-increase-amount BY 100
      *
                   GIVING ws-increase-amount
      *
                   ON SIZE ERROR
      *
                       MOVE 99999.99 TO ws-increase-amount
      *
               END-MULTIPLY
      *
               DIVIDE ws-increase-amount BY ws-old-pay
      *
                   GIVING ws-increase-pct ROUNDED
      *
           END-IF
      *
           ADD 1 TO ws-pay-increase-count
      *
           PERFORM 290-START-FLAG-LINE
      *
           IF ws-after-pay-type = 'S'
      *
               MOVE "SALARY RAISED OVER LIMIT" TO rvw-flag-out
      *
           ELSE
      *
               MOVE "RATE RAISED OVER LIMIT" TO rvw-flag-out
      *
           END-IF
      *
           MOVE ws-old-pay TO ws-edit-amount
      *
           MOVE ws-edit-amount TO rvw-old-out
      *
           MOVE " TO " TO rvw-arrow-out
      *
           MOVE ws-new-pay TO ws-edit-amount
      *
           MOVE ws-edit-amount TO rvw-new-out
      *
           IF ws-old-pay > ZERO
      *
               MOVE ws-increase-pct TO rvw-pct-out
      *
               MOVE " PCT" TO rvw-pct-tag-out
      *
           END-IF
      *
           WRITE review-flag-line.
      *
       230-CHECK-PAY-INCREASE-EXIT.
      *
           EXIT.
      *
       240-CHECK-REACTIVATION.
      *
      * The master has no transaction for taking an employee back; a
      * terminated master that comes out of any change active again
      * is exactly how a ghost employee gets paid.
      *
           IF ws-before-status NOT = 'T'
      *
               OR ws-after-status NOT = 'A'
      *
               GO TO 240-CHECK-REACTIVATION-EXIT
      *
           END-IF
      *
           ADD 1 TO ws-reactivation-count
      *
           PERFORM 290-START-FLAG-LINE
      *
           MOVE "TERMINATED MADE ACTIVE" TO rvw-flag-out
      *
           MOVE ws-before-status TO rvw-old-out
      *
           MOVE " TO " TO rvw-arrow-out
      *
           MOVE ws-after-status TO rvw-new-out
      *
           WRITE review-flag-line.
      *
       240-CHECK-REACTIVATION-EXIT.
      *
           EXIT.
      *
       250-MATCH-ONE-ACCOUNT.
      *
      * The master the change itself landed on holds the account too;
      * only somebody else holding it is news.
      *
           IF ws-acct-employee-id (ws-acct-idx) = audit-id-in
      *
               OR ws-acct-routing (ws-acct-idx) NOT = ws-after-routing
      *
               OR ws-acct-account (ws-acct-idx) NOT = ws-after-account
      *
               GO TO 250-MATCH-ONE-ACCOUNT-EXIT
      *
           END-IF
      *
           ADD 1 TO ws-shared-account-count
      *
           ADD 1 TO ws-shared-found-count
      *
           PERFORM 290-START-FLAG-LINE
      *
           IF audit-is-add
      *
               MOVE "ADD REUSES BANK ACCOUNT" TO rvw-flag-out
      *
           ELSE
      *
               MOVE "NEW ACCOUNT ALREADY USED" TO rvw-flag-out
      *
           END-IF
      *
           MOVE ws-after-routing TO ws-bank-text-routing
      *
           MOVE ws-after-account TO ws-bank-text-account
      *
           MOVE ws-bank-text TO rvw-old-out
      *
           MOVE ws-acct-employee-id (ws-acct-idx) TO ws-also-on-id
      *
           MOVE ws-also-on-text TO rvw-new-out
      *
           WRITE review-flag-line.
      *
       250-MATCH-ONE-ACCOUNT-EXIT.
      *
           EXIT.
      *
       260-LIST-ONE-DEPOSIT.
      *
      * A deposit for this employee into the account the change put on
      * the master, paid on or after the day of the change.
      *
           IF ws-dep-id (ws-dep-idx) NOT = audit-id-in
      *
               OR ws-dep-routing (ws-dep-idx) NOT = ws-after-routing
      *
               OR ws-dep-account (ws-dep-idx) NOT = ws-after-account
      *
               OR ws-dep-date (ws-dep-idx) < audit-date-in
      *
               GO TO 260-LIST-ONE-DEPOSIT-EXIT
      *
           END-IF
      *
           ADD 1 TO ws-changed-deposit-count
      *
           MOVE SPACES TO review-deposit-line
      *
           MOVE "DEPOSIT TO NEW ACCOUNT" TO rvw-dep-tag-out
      *
           MOVE ws-dep-date (ws-dep-idx) TO rvw-dep-date-out
      *
           MOVE ws-dep-routing (ws-dep-idx) TO rvw-dep-routing-out
      *
           MOVE ws-dep-account (ws-dep-idx) TO rvw-dep-account-out
      *
           MOVE ws-dep-amount (ws-dep-idx) TO rvw-dep-amount-out
      *
           IF ws-dep-amount (ws-dep-idx) NOT < ws-large-deposit-amount
      *
               ADD 1 TO ws-large-deposit-count
      *
               MOVE "LARGE DEPOSIT" TO rvw-dep-note-out
      *
           END-IF
      *
           WRITE review-deposit-line.
      *
       260-LIST-ONE-DEPOSIT-EXIT.
      *
           EXIT.
      *
       290-START-FLAG-LINE.
      *
      * Common shape of a flag line; the caller fills in what was
      * flagged and writes it. The name is the one the change left.
      *
           ADD 1 TO ws-flag-count
      *
           MOVE SPACES TO review-flag-line
      *
           MOVE audit-date-in TO rvw-date-out
      *
           MOVE audit-action-in TO rvw-action-out
      *
           MOVE audit-id-in TO rvw-id-out
      *
           MOVE ws-after-name TO rvw-name-out.
      *
       290-START-FLAG-LINE-EXIT.
      *
           EXIT.
      *
       400-PRINT-TOTALS.
      *
           MOVE SPACES TO review-total-line
      *
           MOVE "AUDIT RECORDS IN DATE RANGE" TO rvw-total-tag-out
      *
           MOVE ws-in-range-count TO rvw-total-count-out
      *
           WRITE review-total-line
      *
           MOVE SPACES TO review-total-line
      *
           MOVE "BANK DETAIL CHANGES" TO rvw-total-tag-out
      *
           MOVE ws-bank-change-count TO rvw-total-count-out
      *
           WRITE review-total-line
      *
           MOVE SPACES TO review-total-line
      *
           MOVE "RAISES OVER THE LIMIT" TO rvw-total-tag-out
      *
           MOVE ws-pay-increase-count TO rvw-total-count-out
      *
           WRITE review-total-line
      *
           MOVE SPACES TO review-total-line
      *
           MOVE "TERMINATED MADE ACTIVE" TO rvw-total-tag-out
      *
           MOVE ws-reactivation-count TO rvw-total-count-out
      *
           WRITE review-total-line
      *
           MOVE SPACES TO review-total-line
      *
           MOVE "ACCOUNTS ALREADY IN USE" TO rvw-total-tag-out
      *
           MOVE ws-shared-account-count TO rvw-total-count-out
      *
           WRITE review-total-line
      *
           MOVE SPACES TO review-total-line
      *
           MOVE "DEPOSITS TO NEW ACCOUNTS" TO rvw-total-tag-out
      *
           MOVE ws-changed-deposit-count TO rvw-total-count-out
      *
           WRITE review-total-line
      *
           MOVE SPACES TO review-total-line
      *
           MOVE "LARGE DEPOSITS TO NEW ACCOUNTS" TO rvw-total-tag-out
      *
           MOVE ws-large-deposit-count TO rvw-total-count-out
      *
           WRITE review-total-line.
      *
       400-PRINT-TOTALS-EXIT.
      *
           EXIT.
