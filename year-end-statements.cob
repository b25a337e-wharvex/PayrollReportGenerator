      ******************************************************************
      * COBOL 85 program that produces the year-end wage and tax       *
      * statements. Walks the year-to-date file in employee order,     *
      * looks each employee up on the master, prints one statement     *
      * per employee paid during the year, and writes the fixed-format *
      * electronic filing file for the tax agency: a submitter record, *
      * one employee record per statement, and a total record. Run it  *
      * before the YEARCLOSE run rolls the balances to zero; a         *
      * TAXYEARnnnn parameter names the year being filed, otherwise    *
      * the current calendar year is assumed.                          *
      * User-defined symbols are lower-case, COBOL keywords are UC.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. year-end-statements.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      * Year-to-date accumulation file the payroll run maintains,
      * keyed by employee-id; read here only.
      *
           SELECT ytd-file ASSIGN TO "emp-ytd.dat"
      *
               ORGANIZATION IS INDEXED
      *
               ACCESS MODE IS DYNAMIC
      *
               RECORD KEY IS ytd-employee-id
      *
               FILE STATUS IS ws-ytd-file-status.
      *
      * Employee master, for the name and department each statement
      * is addressed with.
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
      * The filing employer's own particulars - identification number,
      * name, address, contact - in their own file so they can change
      * without a program change.
      *
           SELECT submitter-file ASSIGN TO "efile-submitter.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-submitter-file-status.
      *
      * Printed statements, one block per employee, ready to mail.
      *
           SELECT statement-file ASSIGN TO "emp-ye-stmt.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Electronic filing file handed to the tax agency.
      *
           SELECT efile ASSIGN TO "emp-ye-efile.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ytd-file LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator.
      *
       01 ytd-record.
      *
           05 ytd-employee-id PIC X(5).
      *
           05 ytd-regular-pay PIC 9(9)V99.
      *
           05 ytd-overtime-pay PIC 9(9)V99.
      *
           05 ytd-gross-pay PIC 9(9)V99.
      *
           05 ytd-quarters-closed PIC 9.
      *
           05 ytd-quarter-entry OCCURS 4 TIMES.
      *
               10 ytd-qtr-regular PIC 9(9)V99.
      *
               10 ytd-qtr-overtime PIC 9(9)V99.
      *
               10 ytd-qtr-gross PIC 9(9)V99.
      *
               10 ytd-qtr-er-ss-wages PIC 9(9)V99.
      *
               10 ytd-qtr-er-ss-tax PIC 9(7)V99.
      *
               10 ytd-qtr-er-ui-wages PIC 9(9)V99.
      *
               10 ytd-qtr-er-ui-tax PIC 9(7)V99.
      *
           05 ytd-er-ss-wages PIC 9(9)V99.
      *
           05 ytd-er-ss-tax PIC 9(7)V99.
      *
           05 ytd-er-ui-wages PIC 9(9)V99.
      *
           05 ytd-er-ui-tax PIC 9(7)V99.
      *
           05 ytd-taxable-wages PIC 9(9)V99.
      *
           05 ytd-tax-withheld PIC 9(7)V99.
      *
           05 ytd-benefits-withheld PIC 9(7)V99.
      *
           05 ytd-garnish-withheld PIC 9(7)V99.
      *
           05 ytd-pretax-withheld PIC 9(7)V99.
      *
           05 ytd-aftertax-withheld PIC 9(7)V99.
      *
       FD employee-master LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with payroll-report-generator and
      * employee-master-maintenance.
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
       FD submitter-file LABEL RECORDS ARE STANDARD.
      *
      * The one record the submitter file holds.
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
       FD statement-file LABEL RECORDS ARE STANDARD.
      *
      * Base view of a statement line, used for the separator and
      * blank lines that frame each employee's block.
      *
       01 stmt-rec PIC X(80).
      *
      * Title line with the year the statement covers.
      *
       01 stmt-title-line.
      *
           05 stmt-title-tag-out PIC X(32).
      *
           05 stmt-title-year-out PIC 9(4).
      *
      * Who is reporting the wages.
      *
       01 stmt-employer-line.
      *
           05 stmt-employer-tag-out PIC X(10).
      *
           05 stmt-employer-id-out PIC X(9).
      *
           05 PIC X(2).
      *
           05 stmt-employer-name-out PIC X(30).
      *
       01 stmt-address-line.
      *
           05 PIC X(10).
      *
           05 stmt-address-out PIC X(40).
      *
      * Who the wages were paid to.
      *
       01 stmt-employee-line.
      *
           05 stmt-employee-tag-out PIC X(10).
      *
           05 stmt-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 stmt-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 stmt-dept-tag-out PIC X(6).
      *
           05 stmt-dept-out PIC X(4).
      *
      * One labeled line per figure on the statement.
      *
       01 stmt-amount-line.
      *
           05 PIC X(2).
      *
           05 stmt-amount-tag-out PIC X(28).
      *
           05 stmt-amount-out PIC ZZZZZZZZ9.99.
      *
       FD efile LABEL RECORDS ARE STANDARD.
      *
      * 'S' submitter record leading off the file: the tax year and
      * the employer filing it. All amounts in the file are unedited
      * digits, the way the agency's format wants them.
      *
       01 efile-submitter-rec.
      *
           05 ef-sub-type-out PIC X.
      *
           05 ef-sub-year-out PIC 9(4).
      *
           05 ef-sub-employer-id-out PIC X(9).
      *
           05 ef-sub-employer-name-out PIC X(30).
      *
           05 ef-sub-address-out PIC X(40).
      *
           05 ef-sub-contact-out PIC X(20).
      *
           05 ef-sub-created-out PIC 9(8).
      *
      * Alternate view for the 'E' employee record, one per
      * statement printed.
      *
       01 efile-employee-rec.
      *
           05 ef-emp-type-out PIC X.
      *
           05 ef-emp-year-out PIC 9(4).
      *
           05 ef-emp-id-out PIC X(5).
      *
           05 ef-emp-name-out PIC X(20).
      *
           05 ef-emp-gross-out PIC 9(9)V99.
      *
           05 ef-emp-taxable-out PIC 9(9)V99.
      *
           05 ef-emp-tax-out PIC 9(9)V99.
      *
           05 ef-emp-ss-wages-out PIC 9(9)V99.
      *
           05 ef-emp-benefits-out PIC 9(9)V99.
      *
           05 ef-emp-garnish-out PIC 9(9)V99.
      *
           05 ef-emp-pretax-out PIC 9(9)V99.
      *
           05 ef-emp-aftertax-out PIC 9(9)V99.
      *
      * Alternate view for the 'T' total record that closes the file,
      * counting and totaling the 'E' records so the agency can prove
      * it received all of them.
      *
       01 efile-total-rec.
      *
           05 ef-tot-type-out PIC X.
      *
           05 ef-tot-year-out PIC 9(4).
      *
           05 ef-tot-count-out PIC 9(7).
      *
           05 ef-tot-gross-out PIC 9(11)V99.
      *
           05 ef-tot-taxable-out PIC 9(11)V99.
      *
           05 ef-tot-tax-out PIC 9(11)V99.
      *
           05 ef-tot-ss-wages-out PIC 9(11)V99.
      *
           05 ef-tot-benefits-out PIC 9(11)V99.
      *
           05 ef-tot-garnish-out PIC 9(11)V99.
      *
           05 ef-tot-pretax-out PIC 9(11)V99.
      *
           05 ef-tot-aftertax-out PIC 9(11)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01 ws-more-ytd-records PIC X VALUE 'Y'.
      *
       77 ws-ytd-file-status PIC XX VALUE SPACES.
      *
       77 ws-master-file-status PIC XX VALUE SPACES.
      *
       77 ws-submitter-file-status PIC XX VALUE SPACES.
      *
       01 ws-master-found-switch PIC X VALUE 'Y'.
      *
           88 master-record-found VALUE 'Y'.
      *
           88 master-record-not-found VALUE 'N'.
      *
      * Run parameter accepted from the command line; TAXYEARnnnn
      * names the year being filed.
      *
       01 ws-run-parameter PIC X(80) VALUE SPACES.
      *
       77 ws-tax-year-before-count PIC 9(3) VALUE ZERO.
      *
       77 ws-tax-year-digits PIC X(4) VALUE SPACES.
      *
       01 ws-run-date.
      *
           05 ws-run-year PIC 9(4).
      *
           05 ws-run-month-day PIC 9(4).
      *
       77 ws-tax-year PIC 9(4) VALUE ZERO.
      *
      * Totals behind the e-file's 'T' record.
      *
       77 ws-statement-count PIC 9(7) VALUE ZERO.
      *
       77 ws-total-gross PIC 9(11)V99 VALUE ZERO.
      *
       77 ws-total-taxable PIC 9(11)V99 VALUE ZERO.
      *
       77 ws-total-tax PIC 9(11)V99 VALUE ZERO.
      *
       77 ws-total-ss-wages PIC 9(11)V99 VALUE ZERO.
      *
       77 ws-total-benefits PIC 9(11)V99 VALUE ZERO.
      *
       77 ws-total-garnish PIC 9(11)V99 VALUE ZERO.
      *
       77 ws-total-pretax PIC 9(11)V99 VALUE ZERO.
      *
       77 ws-total-aftertax PIC 9(11)V99 VALUE ZERO.
      *
      * Run counts displayed for the operator when the run ends.
      *
       77 ws-ytd-read-count PIC 9(6) VALUE ZERO.
      *
       77 ws-nothing-paid-count PIC 9(6) VALUE ZERO.
      *
       77 ws-no-master-count PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       100-MAIN-MODULE.
      *
           ACCEPT ws-run-parameter FROM COMMAND-LINE
      *
           ACCEPT ws-run-date FROM DATE YYYYMMDD
      *
           MOVE ws-run-year TO ws-tax-year
      *
      * The statements are normally run in January for the year just
      * ended, so the year is taken from the parameter when one is
      * given; the four digits ride immediately behind the letters.
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-tax-year-before-count
      *
               FOR CHARACTERS BEFORE INITIAL "TAXYEAR"
      *
           IF ws-tax-year-before-count NOT > 69
      *
               MOVE ws-run-parameter (ws-tax-year-before-count + 8:4)
      *
                   TO ws-tax-year-digits
      *
               IF ws-tax-year-digits NOT NUMERIC
      *
                   DISPLAY "TAX YEAR IS NOT USABLE - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
               END-IF
      *
               MOVE ws-tax-year-digits TO ws-tax-year
      *
           END-IF
      *
           PERFORM 900-LOAD-SUBMITTER
      *
               THRU 900-LOAD-SUBMITTER-EXIT
      *
           PERFORM 910-OPEN-INPUT-FILES
      *
           OPEN OUTPUT statement-file
      *
               efile
      *
           MOVE SPACES TO efile-submitter-rec
      *
           MOVE 'S' TO ef-sub-type-out
      *
           MOVE ws-tax-year TO ef-sub-year-out
      *
           MOVE sub-employer-id-in TO ef-sub-employer-id-out
      *
           MOVE sub-employer-name-in TO ef-sub-employer-name-out
      *
           MOVE sub-employer-address-in TO ef-sub-address-out
      *
           MOVE sub-contact-name-in TO ef-sub-contact-out
      *
           MOVE ws-run-date TO ef-sub-created-out
      *
           WRITE efile-submitter-rec
      *
      * Walk the whole YTD file in key order.
      *
           MOVE LOW-VALUES TO ytd-employee-id
      *
           START ytd-file KEY NOT < ytd-employee-id
      *
               INVALID KEY
      *
                   MOVE 'N' TO ws-more-ytd-records
      *
           END-START
      *
           PERFORM UNTIL ws-more-ytd-records = 'N'
      *
               READ ytd-file NEXT
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-ytd-records
      *
                   NOT AT END
      *
                       PERFORM 200-STATE-ONE-EMPLOYEE
      *
                           THRU 200-STATE-ONE-EMPLOYEE-EXIT
      *
               END-READ
      *
           END-PERFORM
      *
           PERFORM 300-WRITE-EFILE-TOTAL
      *
               THRU 300-WRITE-EFILE-TOTAL-EXIT
      *
           CLOSE ytd-file
      *
               employee-master
      *
               statement-file
      *
               efile
      *
           DISPLAY "TAX YEAR:              " ws-tax-year
      *
           DISPLAY "YTD RECORDS READ:      " ws-ytd-read-count
      *
           DISPLAY "STATEMENTS PRINTED:    " ws-statement-count
      *
           DISPLAY "NOTHING PAID - SKIPPED: " ws-nothing-paid-count
      *
           DISPLAY "NOT ON MASTER:         " ws-no-master-count
      *
      * A statement printed without its master name and address still
      * has to be chased before it is mailed.
      *
           IF ws-no-master-count > ZERO
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
       200-STATE-ONE-EMPLOYEE.
      *
           ADD 1 TO ws-ytd-read-count
      *
      * A record with nothing paid and nothing withheld all year (an
      * employee added late and never paid, or one already rolled by
      * a YEARCLOSE) has nothing to state.
      *
           IF ytd-gross-pay = ZERO
      *
               AND ytd-tax-withheld = ZERO
      *
               AND ytd-benefits-withheld = ZERO
      *
               AND ytd-garnish-withheld = ZERO
      *
               AND ytd-pretax-withheld = ZERO
      *
               AND ytd-aftertax-withheld = ZERO
      *
               ADD 1 TO ws-nothing-paid-count
      *
               GO TO 200-STATE-ONE-EMPLOYEE-EXIT
      *
           END-IF
      *
           MOVE ytd-employee-id TO master-employee-id
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
      * Every paid week was validated against the master, so wages
      * with no master behind them mean the master was damaged; the
      * statement cannot be addressed, and an operator has to see it
      * before anything is filed.
      *
           IF master-record-not-found
      *
               ADD 1 TO ws-no-master-count
      *
               DISPLAY "YTD RECORD HAS NO MASTER: " ytd-employee-id
      *
               GO TO 200-STATE-ONE-EMPLOYEE-EXIT
      *
           END-IF
      *
           PERFORM 210-PRINT-STATEMENT
      *
               THRU 210-PRINT-STATEMENT-EXIT
      *
           PERFORM 220-WRITE-EFILE-EMPLOYEE
      *
               THRU 220-WRITE-EFILE-EMPLOYEE-EXIT
      *
           ADD 1 TO ws-statement-count
      *
           ADD ytd-gross-pay TO ws-total-gross
      *
           ADD ytd-taxable-wages TO ws-total-taxable
      *
           ADD ytd-tax-withheld TO ws-total-tax
      *
           ADD ytd-er-ss-wages TO ws-total-ss-wages
      *
           ADD ytd-benefits-withheld TO ws-total-benefits
      *
           ADD ytd-garnish-withheld TO ws-total-garnish
      *
           ADD ytd-pretax-withheld TO ws-total-pretax
      *
           ADD ytd-aftertax-withheld TO ws-total-aftertax.
      *
       200-STATE-ONE-EMPLOYEE-EXIT.
      *
           EXIT.
      *
       210-PRINT-STATEMENT.
      *
           MOVE ALL "-" TO stmt-rec
      *
           WRITE stmt-rec
      *
           MOVE SPACES TO stmt-title-line
      *
           MOVE "WAGE AND TAX STATEMENT  TAX YEAR" TO stmt-title-tag-out
      *
           MOVE ws-tax-year TO stmt-title-year-out
      *
           WRITE stmt-title-line
      *
           MOVE SPACES TO stmt-employer-line
      *
           MOVE "EMPLOYER: " TO stmt-employer-tag-out
      *
           MOVE sub-employer-id-in TO stmt-employer-id-out
      *
           MOVE sub-employer-name-in TO stmt-employer-name-out
      *
           WRITE stmt-employer-line
      *
           MOVE SPACES TO stmt-address-line
      *
           MOVE sub-employer-address-in TO stmt-address-out
      *
           WRITE stmt-address-line
      *
           MOVE SPACES TO stmt-employee-line
      *
           MOVE "EMPLOYEE: " TO stmt-employee-tag-out
      *
           MOVE master-employee-id TO stmt-id-out
      *
           MOVE master-employee-name TO stmt-name-out
      *
           MOVE "DEPT: " TO stmt-dept-tag-out
      *
           MOVE master-department-code TO stmt-dept-out
      *
           WRITE stmt-employee-line
      *
           MOVE SPACES TO stmt-rec
      *
           WRITE stmt-rec
      *
           MOVE SPACES TO stmt-amount-line
      *
           MOVE "WAGES PAID" TO stmt-amount-tag-out
      *
           MOVE ytd-gross-pay TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "  REGULAR PAY" TO stmt-amount-tag-out
      *
           MOVE ytd-regular-pay TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "  OVERTIME PAY" TO stmt-amount-tag-out
      *
           MOVE ytd-overtime-pay TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "WAGES SUBJECT TO WITHHOLDING" TO stmt-amount-tag-out
      *
           MOVE ytd-taxable-wages TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "TAX WITHHELD" TO stmt-amount-tag-out
      *
           MOVE ytd-tax-withheld TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "SOCIAL INSURANCE WAGES" TO stmt-amount-tag-out
      *
           MOVE ytd-er-ss-wages TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "BENEFITS DEDUCTED" TO stmt-amount-tag-out
      *
           MOVE ytd-benefits-withheld TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "GARNISHMENTS WITHHELD" TO stmt-amount-tag-out
      *
           MOVE ytd-garnish-withheld TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
      * Pre-tax plans are why wages subject to withholding can fall
      * short of wages paid; the statement shows the difference.
      *
           MOVE "PRE-TAX PLAN DEDUCTIONS" TO stmt-amount-tag-out
      *
           MOVE ytd-pretax-withheld TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE "AFTER-TAX PLAN DEDUCTIONS" TO stmt-amount-tag-out
      *
           MOVE ytd-aftertax-withheld TO stmt-amount-out
      *
           WRITE stmt-amount-line
      *
           MOVE SPACES TO stmt-rec
      *
           WRITE stmt-rec.
      *
       210-PRINT-STATEMENT-EXIT.
      *
           EXIT.
      *
       220-WRITE-EFILE-EMPLOYEE.
      *
           MOVE SPACES TO efile-employee-rec
      *
           MOVE 'E' TO ef-emp-type-out
      *
           MOVE ws-tax-year TO ef-emp-year-out
      *
           MOVE master-employee-id TO ef-emp-id-out
      *
           MOVE master-employee-name TO ef-emp-name-out
      *
           MOVE ytd-gross-pay TO ef-emp-gross-out
      *
           MOVE ytd-taxable-wages TO ef-emp-taxable-out
      *
           MOVE ytd-tax-withheld TO ef-emp-tax-out
      *
           MOVE ytd-er-ss-wages TO ef-emp-ss-wages-out
      *
           MOVE ytd-benefits-withheld TO ef-emp-benefits-out
      *
           MOVE ytd-garnish-withheld TO ef-emp-garnish-out
      *
           MOVE ytd-pretax-withheld TO ef-emp-pretax-out
      *
           MOVE ytd-aftertax-withheld TO ef-emp-aftertax-out
      *
           WRITE efile-employee-rec.
      *
       220-WRITE-EFILE-EMPLOYEE-EXIT.
      *
           EXIT.
      *
       300-WRITE-EFILE-TOTAL.
      *
           MOVE SPACES TO efile-total-rec
      *
           MOVE 'T' TO ef-tot-type-out
      *
           MOVE ws-tax-year TO ef-tot-year-out
      *
           MOVE ws-statement-count TO ef-tot-count-out
      *
           MOVE ws-total-gross TO ef-tot-gross-out
      *
           MOVE ws-total-taxable TO ef-tot-taxable-out
      *
           MOVE ws-total-tax TO ef-tot-tax-out
      *
           MOVE ws-total-ss-wages TO ef-tot-ss-wages-out
      *
           MOVE ws-total-benefits TO ef-tot-benefits-out
      *
           MOVE ws-total-garnish TO ef-tot-garnish-out
      *
           MOVE ws-total-pretax TO ef-tot-pretax-out
      *
           MOVE ws-total-aftertax TO ef-tot-aftertax-out
      *
           WRITE efile-total-rec.
      *
       300-WRITE-EFILE-TOTAL-EXIT.
      *
           EXIT.
      *
       900-LOAD-SUBMITTER.
      *
      * Neither the statements nor the filing can go out without the
      * employer's identification; halt for an operator.
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
       900-LOAD-SUBMITTER-EXIT.
      *
           EXIT.
      *
       910-OPEN-INPUT-FILES.
      *
      * Both files are built by other programs; without either there
      * is nothing to state.
      *
           OPEN INPUT ytd-file
      *
           IF ws-ytd-file-status = "35"
      *
               DISPLAY "YTD FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
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
           END-IF.
      *
       910-OPEN-INPUT-FILES-EXIT.
      *
           EXIT.
