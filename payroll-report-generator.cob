      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Employer-tax liability report, also printed by both close
      * modes: the company's own social-insurance and unemployment
      * figures for the quarter just closed, per employee and in total,
      * read straight off the quarter buckets.
      *
           SELECT employer-tax-report ASSIGN TO "emp-er-tax-rpt.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Detail and adjustment listing lines are spooled here in input
      * order during the run, then sorted by department and name and
      * printed to the listing with headings and per-department
      *
               FILE STATUS IS ws-history-file-status.
      *
      * Permanent earnings ledger: one record per employee per pay
      * date, extended every run and never rewritten, so the hours,
      * rate and pay of any past week can be looked up - what the
      * retro-pay calculator recomputes a backdated raise from.
      *
           SELECT earnings-ledger ASSIGN TO "emp-earn-hist.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-ledger-file-status.
      *
      * Court-order garnishment orders: one 'O' record per active
      * order, listed in priority order within employee, each with its
      * own payee, flat amount or percent of disposable pay, and
               RECORD KEY IS leave-employee-id
      *
               FILE STATUS IS ws-leave-file-status.
      *
      * Voluntary deduction plans on offer - code, description, pre-
      * or after-tax, flat or percent of gross, annual limit, and the
      * GL account the plan's withholding is credited to; loaded by
      * 126-LOAD-DEDUCTION-PLANS.
      *
           SELECT deduction-plans ASSIGN TO "deduct-plans.txt"
      *
               ORGANIZATION IS LINE SEQUENTIAL
      *
               FILE STATUS IS ws-plan-file-status.
      *
      * Each employee's plan elections, keyed by employee and plan and
      * maintained by employee-master-maintenance; every paid week
      * reads them and posts what was taken against the plan limit.
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
      * Final pay owed to terminated employees, queued by the
      * TERMINATE transaction in employee-master-maintenance and keyed
      * by employee; an 'F' record pays it and the run marks it
      * issued, then closed once the employee's orders are.
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
      * Final checks issued and the arrears they wrote off, the
      * termination notices to garnishment payees, and every final
      * pay still waiting at the end of the run.
      *
           SELECT final-pay-report ASSIGN TO "emp-final-pay-rpt.txt"
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
               88 is-adjustment-record VALUE 'A'.
      *
      * L = labor distribution splitting the hours of the detail
      * record just ahead of it across departments, processed by
      * 360-DISTRIBUTE-HOURS.
      *
               88 is-distribution-record VALUE 'L'.
      *
      * F = an employee's final check, laid out like a detail record
      * and paid against the final pay TERMINATE queued; the vacation
      * payout is added by 218-PRICE-FINAL-PAYOUT.
      *
               88 is-final-pay-record VALUE 'F'.
      *
      * Unique key identifying the employee; validated in
      * 210-VALIDATE-EMPLOYEE-ID.
      *
      *
           05 FILLER PIC X(7).
      *
      * Alternate view of employee-record used to read a labor-
      * distribution ('L') record. The ID sits where a detail record
      * keeps it; behind it come up to six department and hours
      * pairs, unused pairs left blank. The hours must add up to the
      * hours worked on the detail record it follows.
      *
       01 distribution-record-in.
      *
           05 FILLER PIC X(6).
      *
           05 dist-split-in OCCURS 6 TIMES.
      *
               10 dist-dept-in PIC X(4).
      *
               10 dist-hours-in PIC 9(2).
      *
      * Alternate view of employee-record used to read the one header
      * record that leads off the batch.
      *
               10 ytd-qtr-overtime PIC 9(9)V99.
      *
               10 ytd-qtr-gross PIC 9(9)V99.
      *
      * The employer's own share on top of the employee's pay: the
      * wages still under each annual wage base and the tax the
      * company owes on them, for the year and for each closed
      * quarter. Filled by 239-COMPUTE-EMPLOYER-TAX through
      * 400-UPDATE-YTD-FILE; nothing here is ever withheld from pay.
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
      * What actually came out of the employee's pay across the year,
      * for the year-end wage and tax statement: the wages the
      * statutory withholding was figured on, the withholding itself,
      * and the benefits and garnishment deductions (arrears recoveries
      * included, since they came out of pay too). Layout shared with
      * year-end-statements.
      *
           05 ytd-taxable-wages PIC 9(9)V99.
      *
           05 ytd-tax-withheld PIC 9(7)V99.
      *
           05 ytd-benefits-withheld PIC 9(7)V99.
      *
           05 ytd-garnish-withheld PIC 9(7)V99.
      *
      * Deduction-plan withholding for the year, pre-tax plans apart
      * from after-tax ones since only the former reduced the wages
      * subject to withholding.
      *
           05 ytd-pretax-withheld PIC 9(7)V99.
      *
           05 ytd-aftertax-withheld PIC 9(7)V99.
      *
       FD employee-master LABEL RECORDS ARE STANDARD.
      *
               10 restart-garn-owed PIC 9(7)V99.
      *
               10 restart-garn-remitted PIC 9(7)V99.
      *
      * Deduction-plan totals as of the checkpoint, in plan-file
      * order; like the withholding totals they come from records the
      * replay skips and feed the plan credits in the journal file.
      *
           05 restart-plan-count PIC 9(2).
      *
           05 restart-plan-total PIC 9(10)V99
      *
                   OCCURS 20 TIMES.
      *
       FD tax-table LABEL RECORDS ARE STANDARD.
      *
               88 is-tax-cap-record VALUE 'C'.
      *
               88 is-tax-bracket-record VALUE 'B'.
      *
               88 is-tax-employer-ss-record VALUE 'E'.
      *
               88 is-tax-employer-ui-record VALUE 'U'.
      *
           05 tax-bracket-ceiling-in PIC 9(7)V99.
      *
           05 FILLER PIC X.
      *
           05 tax-wage-base-cap-in PIC 9(9)V99.
      *
      * Alternate view used for the employer's own taxes: one 'E'
      * record for the matching social-insurance tax and one 'U'
      * record for unemployment tax, each a flat rate on the wages an
      * employee has earned up to its own annual wage base.
      *
       01 tax-employer-record-in.
      *
           05 FILLER PIC X.
      *
           05 tax-employer-rate-in PIC 9V9(4).
      *
           05 tax-employer-base-in PIC 9(9)V99.
      *
       FD ytd-archive LABEL RECORDS ARE STANDARD.
      *
           05 arch-qtr-gross-out PIC 9(9)V99
      *
                   OCCURS 4 TIMES.
      *
           05 PIC X.
      *
           05 arch-er-ss-tax-out PIC 9(7)V99.
      *
           05 PIC X.
      *
           05 arch-er-ui-tax-out PIC 9(7)V99.
      *
           05 PIC X.
      *
           05 arch-taxable-out PIC 9(9)V99.
      *
           05 PIC X.
      *
           05 arch-tax-withheld-out PIC 9(7)V99.
      *
           05 PIC X.
      *
           05 arch-benefits-out PIC 9(7)V99.
      *
           05 PIC X.
      *
           05 arch-garnish-out PIC 9(7)V99.
      *
           05 PIC X.
      *
           05 arch-pretax-out PIC 9(7)V99.
      *
           05 PIC X.
      *
           05 arch-aftertax-out PIC 9(7)V99.
      *
       FD close-register LABEL RECORDS ARE STANDARD.
      *
           05 PIC X(2).
      *
           05 qtr-reg-gross-out PIC ZZZZZZZZ9.99.
      *
       FD employer-tax-report LABEL RECORDS ARE STANDARD.
      *
      * Title line naming the close date the report was run on.
      *
       01 er-tax-title-line.
      *
           05 er-tax-title-tag-out PIC X(36).
      *
           05 er-tax-title-date-out PIC 9(8).
      *
      * One line per employee: the quarter just closed, the wages
      * still under each wage base that quarter, and the employer tax
      * owed on them.
      *
       01 er-tax-detail-line.
      *
           05 PIC X(2).
      *
           05 er-tax-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 er-tax-qtr-tag-out PIC X(8).
      *
           05 er-tax-qtr-out PIC 9.
      *
           05 PIC X(2).
      *
           05 er-tax-ss-wages-out PIC ZZZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 er-tax-ss-tax-out PIC ZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 er-tax-ui-wages-out PIC ZZZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 er-tax-ui-tax-out PIC ZZZZZZ9.99.
      *
      * Alternate view used for the closing line: what the company
      * owes for the quarter across everyone on the report.
      *
       01 er-tax-total-line.
      *
           05 er-tax-total-tag-out PIC X(19).
      *
           05 er-tax-total-ss-wages-out PIC ZZZZZZZZZ9.99.
      *
           05 PIC X(1).
      *
           05 er-tax-total-ss-tax-out PIC ZZZZZZZ9.99.
      *
           05 PIC X(1).
      *
           05 er-tax-total-ui-wages-out PIC ZZZZZZZZZ9.99.
      *
           05 PIC X(1).
      *
           05 er-tax-total-ui-tax-out PIC ZZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 er-tax-total-liab-out PIC ZZZZZZZZ9.99.
      *
       FD listing-work LABEL RECORDS ARE STANDARD.
      *
           05 hist-hours PIC 9(2).
      *
           05 hist-gross PIC 9(6)V99.
      *
       FD earnings-ledger LABEL RECORDS ARE STANDARD.
      *
      * One record per paid detail record; layout shared with
      * retro-pay-calculator.
      *
       01 ledger-record.
      *
           05 ledger-pay-date PIC 9(8).
      *
           05 ledger-employee-id PIC X(5).
      *
           05 ledger-department-code PIC X(4).
      *
      * 'S' salaried (paid the period salary, hours informational),
      * 'H' hourly.
      *
           05 ledger-pay-type PIC X.
      *
      * Worked straight-time and overtime hours, and the vacation,
      * sick and holiday hours paid at straight time alongside them.
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
       FD garnishment-orders LABEL RECORDS ARE STANDARD.
      *
       FD check-outstanding LABEL RECORDS ARE STANDARD.
      *
      * One record per issued check; layout shared with
      * ach-return-processor, check-reconciliation,
      * positive-pay-issue and check-escheatment.
      *
       01 check-outstanding-rec.
      *
           05 out-issue-date PIC 9(8).
      *
      * 'O' while the check is out; reconciliation sets 'C' when the
      * bank clears it, a void sets 'V', and escheatment to the state
      * sets 'E'. The record stays on file
      * whatever the status, so the audit trail of every number ever
      * issued is complete.
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
       FD gl-account-map LABEL RECORDS ARE STANDARD.
      *
      * 'D' maps a department code to its wage-expense account, 'E'
      * maps a department code to its employer-tax expense account,
      * 'T' maps a deduction type (TAX, BEN, GRN, NET) or the employer
      * tax liability (ERT) to its payable or cash account, and 'S'
      * names the suspense account that catches unmapped departments
      * and adjustment activity.
      *
       01 gl-map-record.
      *
           05 gl-map-type-in PIC X.
      *
               88 is-gl-dept-map-record VALUE 'D'.
      *
               88 is-gl-er-dept-map-record VALUE 'E'.
      *
               88 is-gl-type-map-record VALUE 'T'.
      *
      *
           05 leave-sick-balance PIC 9(3)V99.
      *
       FD deduction-plans LABEL RECORDS ARE STANDARD.
      *
      * One record per plan; layout shared with
      * employee-master-maintenance.
      *
       01 plan-record.
      *
           05 plan-code-in PIC X(4).
      *
           05 plan-desc-in PIC X(20).
      *
      * 'P' pre-tax: taken off gross before withholding is computed.
      * 'A' after-tax: taken from what is left once it has been.
      *
           05 plan-tax-treatment-in PIC X.
      *
               88 plan-is-pretax VALUE 'P'.
      *
               88 plan-is-aftertax VALUE 'A'.
      *
      * 'F' takes the employee's elected flat amount each pay, 'P' the
      * elected fraction of gross.
      *
           05 plan-method-in PIC X.
      *
               88 plan-is-flat VALUE 'F'.
      *
               88 plan-is-percent VALUE 'P'.
      *
      * Most the plan may take from one employee in a calendar year;
      * zero means the plan has no limit.
      *
           05 plan-annual-limit-in PIC 9(7)V99.
      *
           05 plan-gl-account-in PIC X(8).
      *
       FD election-file LABEL RECORDS ARE STANDARD.
      *
      * One record per employee per plan elected; layout shared with
      * employee-master-maintenance.
      *
       01 election-record.
      *
           05 elect-key.
      *
               10 elect-employee-id PIC X(5).
      *
               10 elect-plan-code PIC X(4).
      *
      * The flat amount per pay or the fraction of gross, whichever
      * the plan's method calls for; the other is zero.
      *
           05 elect-amount PIC 9(3)V99.
      *
           05 elect-rate PIC 9V9(4).
      *
      * Taken so far this calendar year, against the plan's annual
      * limit; posted by the weekly run and zeroed by YEARCLOSE.
      *
           05 elect-ytd-taken PIC 9(7)V99.
      *
       FD final-pay-file LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with employee-master-maintenance.
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
       FD final-pay-report LABEL RECORDS ARE STANDARD.
      *
      * One line per final check issued, or per final pay still owed
      * when the run ends; the paid date, hours, and amounts stay
      * blank on the latter.
      *
       01 final-pay-detail-line.
      *
           05 final-tag-out PIC X(22).
      *
           05 final-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 final-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 final-term-out PIC X(8).
      *
           05 PIC X(2).
      *
           05 final-due-out PIC X(8).
      *
           05 PIC X(2).
      *
           05 final-paid-out PIC X(8).
      *
           05 PIC X(2).
      *
           05 final-hours-out PIC ZZ9.99.
      *
           05 PIC X(2).
      *
           05 final-payout-out PIC ZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 final-net-out PIC ZZZ9.99.
      *
           05 PIC X(2).
      *
           05 final-timing-out PIC X(8).
      *
      * Alternate view for the arrears a final check could not cover.
      *
       01 final-writeoff-line.
      *
           05 final-wo-tag-out PIC X(22).
      *
           05 final-wo-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 final-wo-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 final-wo-benefits-tag-out PIC X(9).
      *
           05 final-wo-benefits-out PIC ZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 final-wo-garnish-tag-out PIC X(8).
      *
           05 final-wo-garnish-out PIC ZZZZ9.99.
      *
      * Alternate view heading the notice to one garnishment payee.
      *
       01 final-notice-head-line.
      *
           05 final-nh-tag-out PIC X(22).
      *
           05 final-nh-payee-out PIC X(20).
      *
      * Alternate view for each order the payee loses.
      *
       01 final-notice-line.
      *
           05 final-nl-tag-out PIC X(6).
      *
           05 final-nl-order-id-out PIC X(6).
      *
           05 PIC X(2).
      *
           05 final-nl-emp-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 final-nl-name-out PIC X(20).
      *
           05 PIC X(2).
      *
           05 final-nl-left-tag-out PIC X(5).
      *
           05 final-nl-term-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 final-nl-remitted-tag-out PIC X(9).
      *
           05 final-nl-remitted-out PIC ZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 final-nl-owed-tag-out PIC X(5).
      *
           05 final-nl-owed-out PIC ZZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 final-nl-closed-out PIC X(12).
      *
       FD step-statistics LABEL RECORDS ARE STANDARD.
      *
      * Record layout shared with employee-master-maintenance,
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
       FD payroll-listing LABEL RECORDS ARE STANDARD.
      *
      * Define the format of the output data.
      *
       01 print-rec.
      *
      * "A-" or "A+" when the line is an adjustment rather than a
      * week's pay, "L-" or "L+" when it moves a week's pay out of or
      * into a department under a labor distribution, "F" on an
      * employee's final check; spaces otherwise.
      *
           05 print-flag-out PIC X(2).
      *
           05 id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 department-code-out PIC X(4).
      *
           05 PIC X(7).
      *
           05 name-out PIC X(20).
      *
           05 PIC X(4).
      *
           05 hours-out PIC 9(2).
      *
           05 PIC X(4).
      *
           05 rate-out PIC 999.99.
      *
           05 PIC X(4).
      *
      * Straight-time pay for the first 40 hours.
      *
           05 regular-pay-out PIC 9999.99.
      *
           05 PIC X(4).
      *
      * Time-and-a-half pay for hours over 40.
      *
           05 overtime-pay-out PIC 9999.99.
      *
           05 PIC X(4).
      *
      * Combined regular-pay-out plus overtime-pay-out.
      *
           05 weekly-wages-out PIC 9999.99.
      *
           05 PIC X(4).
      *
      * Gross pay less tax withholding, benefits, and garnishments.
      *
           05 net-pay-out PIC 9999.99.
      *
           05 PIC X(4).
      *
      * Year-to-date gross pay, carried forward in ytd-file. Widened
      * to match ytd-gross-pay's 9 integer digits so a MOVE (which has
      * no ON SIZE ERROR) can never truncate it.
      *
           05 ytd-gross-out PIC ZZZZZZZZ9.99.
      *
      * Alternate view of print-rec used for the batch control-total
      * message printed at the end of the listing.
      *
       01 control-message-rec PIC X(80).
      *
      * Alternate view of print-rec used for the batch register printed
      * by 730-PRINT-BATCH-REGISTER, one line per batch processed.
      *
       01 batch-register-rec.
      *
           05 batch-reg-tag-out PIC X(6).
      *
           05 batch-reg-seq-out PIC Z9.
      *
           05 PIC X(2).
      *
           05 batch-reg-date-out PIC 9(8).
      *
           05 PIC X(2).
      *
           05 batch-reg-expected-out PIC ZZZZZ9.
      *
           05 PIC X(2).
      *
           05 batch-reg-actual-out PIC ZZZZZ9.
      *
           05 PIC X(2).
      *
           05 batch-reg-status-out PIC X(14).
      *
      * Alternate view of print-rec used for the report title printed
      * at the top of every listing page by 670-PRINT-PAGE-HEADING.
      *
       01 report-title-line.
      *
           05 report-title-tag-out PIC X(26).
      *
           05 PIC X(1).
      *
           05 report-title-date-out PIC 9(8).
      *
           05 PIC X(4).
      *
           05 report-page-tag-out PIC X(5).
      *
           05 report-page-number-out PIC ZZ9.
      *
      * Alternate view of print-rec used for the department line that
      * opens each department's section of the listing, naming the
      * department whose pages follow.
      *
       01 dept-heading-line.
      *
           05 dept-heading-tag-out PIC X(11).
      *
           05 dept-heading-code-out PIC X(4).
      *
           05 PIC X(2).
      *
           05 dept-heading-name-out PIC X(20).
      *
      * Alternate view of print-rec used for the week-over-week
      * variance report printed by 620-PRINT-VARIANCE-REPORT.
      *
       01 variance-rec.
      *
           05 var-tag-out PIC X(9).
      *
           05 var-id-out PIC X(5).
      *
           05 PIC X(2).
      *
           05 var-prev-gross-out PIC ZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 var-curr-gross-out PIC ZZZZZ9.99.
      *
           05 PIC X(2).
      *
           05 var-pct-out PIC ZZZZ9.
      *
           05 PIC X(1).
      *
           05 var-reason-out PIC X(20).
      *
      * Alternate view of print-rec used for the department/cost-center
      * subtotal summary printed by 600-PRINT-DEPT-SUMMARY.
      *
       01 dept-summary-rec.
      *
           05 PIC X(4).
      *
           05 dept-summary-code-out PIC X(4).
      *
           05 PIC X(2).
      *
      * The department's name from dept-ref.txt, so the summary reads
      * without a lookup card at hand.
      *
           05 dept-summary-name-out PIC X(20).
               10 ws-dept-hours PIC S9(6)V99.
      *
               10 ws-dept-wages PIC S9(9)V99.
      *
      * The employer's social-insurance and unemployment tax on the
      * department's wages, charged to its employer-tax expense
      * account by 793-WRITE-ONE-GL-ER-DEPT.
      *
               10 ws-dept-er-tax PIC S9(9)V99.
      *
       77 ws-dept-search-idx PIC 9(3) VALUE ZERO.
      *
       77 ws-accum-hours PIC S9(2) VALUE ZERO.
      *
       77 ws-accum-wages PIC S9(6)V99 VALUE ZERO.
      *
       77 ws-accum-er-tax PIC S9(6)V99 VALUE ZERO.
      *
      * The paid detail record a labor-distribution record may
      * follow, captured by 200-WAGE-ROUTINE once it has posted to its
      * department; any other record read in between clears it, and
      * so does the one distribution it is allowed.
      *
       01 ws-dist-ready-switch PIC X VALUE 'N'.
      *
           88 distribution-can-follow VALUE 'Y'.
      *
       77 ws-dist-employee-id PIC X(5) VALUE SPACES.
      *
       77 ws-dist-employee-name PIC X(20) VALUE SPACES.
      *
       77 ws-dist-home-dept PIC X(4) VALUE SPACES.
      *
       77 ws-dist-hours PIC 9(2) VALUE ZERO.
      *
       77 ws-dist-regular-pay PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-dist-overtime-pay PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-dist-gross-pay PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-dist-er-tax PIC S9(6)V99 VALUE ZERO.
      *
      * The departments and hours off the distribution record, taken
      * out of the input area before it is reused.
      *
       77 ws-dist-split-count PIC 9 VALUE ZERO.
      *
       01 ws-dist-split-table.
      *
           05 ws-dist-split OCCURS 6 TIMES.
      *
               10 ws-dist-split-dept PIC X(4).
      *
               10 ws-dist-split-hours PIC 9(2).
      *
       77 ws-dist-in-idx PIC 9 VALUE ZERO.
      *
       77 ws-dist-split-idx PIC 9 VALUE ZERO.
      *
       77 ws-dist-hours-total PIC 9(3) VALUE ZERO.
      *
      * One department's share of the week, and what is still left to
      * hand out; the last department takes whatever is left, so the
      * shares always add back to the detail's figures to the penny.
      *
       77 ws-dist-share-regular PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-dist-share-overtime PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-dist-share-er-tax PIC S9(6)V99 VALUE ZERO.
      *
       77 ws-dist-left-regular PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-dist-left-overtime PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-dist-left-er-tax PIC S9(6)V99 VALUE ZERO.
      *
       77 ws-dist-work PIC S9(9)V99 VALUE ZERO.
      *
      * Status of the last ytd-file I/O; "35" means the file does not
      * exist yet and 900-OPEN-YTD-FILE needs to create it first.
      *
           88 leave-record-not-found VALUE 'N'.
      *
      * Status of the last final-pay file I-O; "35" means the file
      * does not exist yet and 938-OPEN-FINAL-PAY-FILE creates it.
      *
       77 ws-final-file-status PIC XX VALUE SPACES.
      *
       01 ws-final-found-switch PIC X VALUE 'Y'.
      *
           88 final-record-found VALUE 'Y'.
      *
           88 final-record-not-found VALUE 'N'.
      *
       01 ws-more-final-records PIC X VALUE 'Y'.
      *
      * Vacation hours a final check pays out, the straight-time rate
      * they are paid at, and what they come to.
      *
       77 ws-final-payout-hours PIC 9(3)V99 VALUE ZERO.
      *
       77 ws-final-payout-rate PIC 9(4)V99 VALUE ZERO.
      *
       77 ws-final-payout-pay PIC 9(7)V99 VALUE ZERO.
      *
      * Arrears still owed after the final check took what it could;
      * there is no later check to recover them from.
      *
       77 ws-final-writeoff-benefits PIC 9(5)V99 VALUE ZERO.
      *
       77 ws-final-writeoff-garnish PIC 9(5)V99 VALUE ZERO.
      *
       77 ws-final-notice-idx PIC 9(2) VALUE ZERO.
      *
      * Hours accrued into each balance per paid week, from company
      * policy (80 vacation / 52 sick hours a year over 52 weeks).
      *
      *
               10 ws-garn-rec-amount PIC 9(5)V99.
      *
      * 'Y' once the employee's final check has gone out and the
      * order is being closed by 779-WRITE-TERMINATION-NOTICES.
      *
               10 ws-garn-closing PIC X.
      *
      * Statutory ceiling on total garnishment as a fraction of
      * disposable pay; the 'L' record overrides this default.
      *
       01 ws-supplement-switch PIC X VALUE 'N'.
      *
           88 supplemental-run-requested VALUE 'Y'.
      *
      * "FINALPAY" on the command line marks an off-cycle run that
      * pays final checks to terminated employees and nothing else.
      *
       77 ws-finalpay-tally PIC 9 VALUE ZERO.
      *
       01 ws-final-pay-run-switch PIC X VALUE 'N'.
      *
           88 final-pay-run-requested VALUE 'Y'.
      *
       77 ws-rc-append-idx PIC 9(2) VALUE ZERO.
      *
      *
               10 ws-gl-map-dept-account PIC X(8).
      *
      * Department employer-tax expense accounts from the 'E' records;
      * a department without one posts its employer tax to suspense,
      * the same as an unmapped wage account.
      *
       77 ws-gl-er-dept-map-count PIC 9(3) VALUE ZERO.
      *
       01 ws-gl-er-dept-map-table.
      *
           05 ws-gl-er-dept-map-entry OCCURS 50 TIMES.
      *
               10 ws-gl-er-map-dept PIC X(4).
      *
               10 ws-gl-er-map-dept-account PIC X(8).
      *
      * The fixed-purpose accounts and the suspense account that
      * catches unmapped departments and adjustment activity; every
      * one of them must arrive from the map file or the run halts.
      *
       77 ws-gl-tax-account PIC X(8) VALUE SPACES.
      *
       77 ws-gl-er-tax-account PIC X(8) VALUE SPACES.
      *
       77 ws-gl-benefits-account PIC X(8) VALUE SPACES.
      *
      *
       77 ws-gl-balance-diff PIC 9(12)V99 VALUE ZERO.
      *
      * Employer tax charged across the department expense lines,
      * credited in one sum to the employer-tax liability account.
      *
       77 ws-gl-er-tax-total PIC 9(10)V99 VALUE ZERO.
      *
      * Staging fields 794-WRITE-ONE-GL-CREDIT picks its line up from.
      *
       77 ws-gl-line-account PIC X(8) VALUE SPACES.
      *
               10 ws-resume-garn-remitted PIC 9(7)V99.
      *
      * Deduction-plan table, loaded once from deduct-plans.txt by
      * 126-LOAD-DEDUCTION-PLANS; each entry also carries what the
      * plan has withheld this run, for its credit in the journal.
      *
       77 ws-ledger-file-status PIC XX VALUE SPACES.
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
               10 ws-plan-desc PIC X(20).
      *
               10 ws-plan-treatment PIC X.
      *
               10 ws-plan-method PIC X.
      *
               10 ws-plan-limit PIC 9(7)V99.
      *
               10 ws-plan-gl-account PIC X(8).
      *
               10 ws-plan-run-total PIC 9(10)V99.
      *
       77 ws-plan-search-idx PIC 9(2) VALUE ZERO.
      *
       77 ws-plan-found-idx PIC 9(2) VALUE ZERO.
      *
       77 ws-plan-gl-idx PIC 9(2) VALUE ZERO.
      *
      * Plan totals read back from the checkpoint, laid over the
      * freshly loaded table once the plan file is known to match.
      *
       77 ws-resume-plan-count PIC 9(2) VALUE ZERO.
      *
       01 ws-resume-plan-table.
      *
           05 ws-resume-plan-total PIC 9(10)V99 OCCURS 20 TIMES.
      *
       77 ws-plan-ckpt-idx PIC 9(2) VALUE ZERO.
      *
      * The employee's elections as 233-GATHER-ELECTIONS found them
      * for the record in hand: which plan, and what it takes this
      * week after the annual limit and any cut to fit under gross.
      *
       77 ws-elect-file-status PIC XX VALUE SPACES.
      *
       01 ws-more-elect-records PIC X VALUE 'Y'.
      *
       77 ws-week-elect-count PIC 9(2) VALUE ZERO.
      *
       01 ws-week-elect-table.
      *
           05 ws-week-elect-entry OCCURS 10 TIMES.
      *
               10 ws-week-plan-idx PIC 9(2).
      *
               10 ws-week-plan-code PIC X(4).
      *
               10 ws-week-elect-taken PIC 9(6)V99.
      *
       77 ws-week-elect-idx PIC 9(2) VALUE ZERO.
      *
       77 ws-plan-want PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-plan-room PIC 9(7)V99 VALUE ZERO.
      *
      * Pre-tax plans come off gross ahead of withholding; after-tax
      * plans come last in the deduction priority.
      *
       77 ws-pretax-this-week PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-aftertax-this-week PIC 9(6)V99 VALUE ZERO.
      *
      * Gross less the pre-tax plans: what 238-COMPUTE-STATUTORY-TAX
      * actually withholds on.
      *
       77 ws-tax-basis-gross PIC 9(6)V99 VALUE ZERO.
      *
      * Statutory withholding table, loaded once from tax-tbl.txt by
      * 120-LOAD-TAX-TABLE and searched by 238-COMPUTE-STATUTORY-TAX.
      *
      *
       77 ws-wage-base-cap PIC 9(9)V99 VALUE ZERO.
      *
      * Employer tax rates and annual wage bases from the 'E' and 'U'
      * records; both must be on the table or the run halts, since the
      * journal would otherwise understate what the company owes.
      *
       01 ws-er-ss-loaded-switch PIC X VALUE 'N'.
      *
           88 er-ss-rate-loaded VALUE 'Y'.
      *
       01 ws-er-ui-loaded-switch PIC X VALUE 'N'.
      *
           88 er-ui-rate-loaded VALUE 'Y'.
      *
       77 ws-er-ss-rate PIC 9V9(4) VALUE ZERO.
      *
       77 ws-er-ss-base PIC 9(9)V99 VALUE ZERO.
      *
       77 ws-er-ui-rate PIC 9V9(4) VALUE ZERO.
      *
       77 ws-er-ui-base PIC 9(9)V99 VALUE ZERO.
      *
      * What 239-COMPUTE-EMPLOYER-TAX works out for the record being
      * paid: the slice of this week's gross still under each wage
      * base, and the employer tax on it.
      *
       77 ws-er-ss-wages PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-er-ss-tax PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-er-ui-wages PIC 9(6)V99 VALUE ZERO.
      *
       77 ws-er-ui-tax PIC 9(6)V99 VALUE ZERO.
      *
      * Year-to-date gross before this week, as the employer-tax
      * calculation sees it.
      *
       77 ws-er-prior-gross PIC 9(9)V99 VALUE ZERO.
      *
      * Working fields for one wage base at a time.
      *
       77 ws-er-probe-base PIC 9(9)V99 VALUE ZERO.
      *
       77 ws-er-probe-wages PIC 9(6)V99 VALUE ZERO.
      *
      * Withholding actually computed for the week, and the slice of
      * gross pay still under the annual wage-base cap that it is
      * computed on.
       77 ws-qtr-prior-overtime PIC 9(9)V99 VALUE ZERO.
      *
       77 ws-qtr-prior-gross PIC 9(9)V99 VALUE ZERO.
      *
       77 ws-qtr-prior-er-ss-wages PIC 9(9)V99 VALUE ZERO.
      *
       77 ws-qtr-prior-er-ss-tax PIC 9(7)V99 VALUE ZERO.
      *
       77 ws-qtr-prior-er-ui-wages PIC 9(9)V99 VALUE ZERO.
      *
       77 ws-qtr-prior-er-ui-tax PIC 9(7)V99 VALUE ZERO.
      *
      * 'Y' when 180-SNAPSHOT-QUARTER took a bucket for the employee
      * being closed, so there is a fresh quarter to put on the
      * employer-tax report.
      *
       01 ws-snapshot-taken-switch PIC X VALUE 'N'.
      *
           88 quarter-snapshot-taken VALUE 'Y'.
      *
      * Totals behind the employer-tax report's closing line.
      *
       77 ws-er-rpt-ss-wages PIC 9(10)V99 VALUE ZERO.
      *
       77 ws-er-rpt-ss-tax PIC 9(8)V99 VALUE ZERO.
      *
       77 ws-er-rpt-ui-wages PIC 9(10)V99 VALUE ZERO.
      *
       77 ws-er-rpt-ui-tax PIC 9(8)V99 VALUE ZERO.
      *
       77 ws-er-rpt-liability PIC 9(9)V99 VALUE ZERO.
      *
       77 ws-qtr-number PIC 9 VALUE ZERO.
      *
       77 ws-checkpoint-interval PIC 9(4) VALUE 100.
      *
       77 ws-records-read-this-run PIC 9(6) VALUE ZERO.
      *
      * Exception lines written and batches closed out of balance by
      * this run; either one means the step finished with something
      * for payroll to look at, which the return code and the step
      * statistics record pass on to the job stream.
      *
       77 ws-exception-count PIC 9(6) VALUE ZERO.
      *
       77 ws-unbalanced-batch-count PIC 9(2) VALUE ZERO.
      *
       77 ws-resume-target-count PIC 9(6) VALUE ZERO.
      *
      *
           END-IF
      *
      * FINALPAY marks an off-cycle final-pay run; its batches carry
      * only 'F' records and may fall on any date.
      *
           INSPECT ws-run-parameter
      *
               TALLYING ws-finalpay-tally FOR ALL "FINALPAY"
      *
           IF ws-finalpay-tally > 0
      *
               SET final-pay-run-requested TO TRUE
      *
           END-IF
      *
      * A close-out run works the YTD file alone and then stops; the
      * weekly batch machinery below never starts.
      *
               OPEN EXTEND check-register
      *
               OPEN EXTEND listing-work
      *
               OPEN EXTEND final-pay-report
      *
           ELSE
      *
               OPEN OUTPUT check-register
      *
               OPEN OUTPUT listing-work
      *
               OPEN OUTPUT final-pay-report
      *
           END-IF
      *
           PERFORM 905-OPEN-LEAVE-FILE
      *
           PERFORM 908-OPEN-ARREARS-FILE
      *
           PERFORM 915-OPEN-ELECTION-FILE
      *
           PERFORM 925-OPEN-EARNINGS-LEDGER
      *
           PERFORM 910-OPEN-EMPLOYEE-MASTER
      *
           PERFORM 128-LOAD-GL-MAP
      *
               THRU 128-LOAD-GL-MAP-EXIT
      *
           PERFORM 126-LOAD-DEDUCTION-PLANS
      *
               THRU 126-LOAD-DEDUCTION-PLANS-EXIT
      *
           PERFORM 138-LOAD-DEPT-REFERENCE
      *
               THRU 145-LOAD-CHECK-CONTROL-EXIT
      *
           PERFORM 935-OPEN-CHECK-OUTSTANDING
      *
           PERFORM 938-OPEN-FINAL-PAY-FILE
      *
           PERFORM 150-LOAD-HISTORY
      *
                       MOVE 'N' TO are-there-more-records
      *
                   NOT AT END
      *
      * A labor distribution belongs to the detail record immediately
      * ahead of it; anything else in between orphans it.
      *
                       IF NOT is-distribution-record
      *
                           MOVE 'N' TO ws-dist-ready-switch
      *
                       END-IF
      *
                       EVALUATE TRUE
      *
      * to no batch and no control total; it goes straight to the
      * exceptions listing.
      *
                           WHEN (is-detail-record
      *
                               OR is-final-pay-record)
      *
                               AND NOT batch-is-open
      *
                                   PERFORM 805-MAYBE-WRITE-CHECKPOINT
      *
                               END-IF
      *
      * A distribution outside a batch has no detail to split. Its
      * name columns carry departments, so they print blank.
      *
                           WHEN is-distribution-record
      *
                               AND NOT batch-is-open
      *
                               IF ws-records-read-this-run
      *
                                   NOT < ws-resume-target-count
      *
                                   MOVE "DISTRIBUTION OUTSIDE A BATCH"
      *
                                       TO ws-exception-reason
      *
                                   MOVE SPACES TO employee-name-in
      *
                                   PERFORM 290-WRITE-EXCEPTION
      *
                               END-IF
      *
      * A distribution rides the replay and checkpoint machinery the
      * way an adjustment does, since it moves department totals.
      *
                           WHEN is-distribution-record
      *
                               ADD 1 TO ws-records-read-this-run
      *
                               IF restart-mode-requested
      *
                                   AND ws-records-read-this-run
      *
                                       NOT > ws-resume-target-count
      *
                                   SET is-replaying-record TO TRUE
      *
                                   PERFORM 360-DISTRIBUTE-HOURS
      *
                                       THRU 360-DISTRIBUTE-HOURS-EXIT
      *
                                   MOVE 'N' TO ws-replay-mode-switch
      *
                               ELSE
      *
                                   PERFORM 360-DISTRIBUTE-HOURS
      *
                                       THRU 360-DISTRIBUTE-HOURS-EXIT
      *
                                   PERFORM 805-MAYBE-WRITE-CHECKPOINT
      *
                               END-IF
      *
                           WHEN is-detail-record
      *
                               OR is-final-pay-record
      *
                               ADD 1 TO ws-records-read-this-run
      *
      *
                   THRU 650-PRINT-SORTED-LISTING-EXIT
      *
      * A final-pay run pays a handful of departing employees, not a
      * week; comparing it against last week would flag everyone else
      * as missing, and writing it as the history would leave next
      * week nothing to compare with.
      *
           IF NOT final-pay-run-requested
      *
               PERFORM 620-PRINT-VARIANCE-REPORT
      *
               PERFORM 630-WRITE-HISTORY
      *
           END-IF
      *
           PERFORM 770-WRITE-ACH-CONTROL
      *
           PERFORM 775-WRITE-GARN-REGISTER
      *
               THRU 775-WRITE-GARN-REGISTER-EXIT
      *
           PERFORM 779-WRITE-TERMINATION-NOTICES
      *
               THRU 779-WRITE-TERMINATION-NOTICES-EXIT
      *
           PERFORM 780-REWRITE-GARN-ORDERS
      *
               THRU 780-REWRITE-GARN-ORDERS-EXIT
      *
           PERFORM 786-FINISH-FINAL-PAY
      *
               THRU 786-FINISH-FINAL-PAY-EXIT
      *
           PERFORM 785-REWRITE-CHECK-CONTROL
      *
               leave-file
      *
               arrears-file
      *
               election-file
      *
               earnings-ledger
      *
               check-outstanding
      *
               final-pay-file
      *
               final-pay-report
      *
               employee-master
      *
               CLOSE csv-listing
      *
           END-IF
      *
           PERFORM 798-WRITE-STEP-STATISTICS
      *
      * Exceptions or a batch out of balance still leave every file
      * written, but the stream's log has to show payroll was not
      * clean.
      *
           IF ws-exception-count > ZERO
      *
               OR ws-unbalanced-batch-count > ZERO
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
      * at the file.
      *
                   DISPLAY "BATCH HEADER RECORD MISSING - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
           IF ws-tax-table-file-status = "35"
      *
               DISPLAY "TAX TABLE FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF ws-tax-bracket-count = ZERO
      *
               DISPLAY "TAX TABLE HAS NO BRACKETS - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF ws-wage-base-cap = ZERO
      *
               DISPLAY "TAX TABLE HAS NO WAGE-BASE CAP - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           IF NOT er-ss-rate-loaded
      *
               OR NOT er-ui-rate-loaded
      *
               DISPLAY "TAX TABLE HAS NO EMPLOYER RATES - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
               < 999999.99
      *
               DISPLAY "TAX TABLE TOP BRACKET TOO LOW - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
                       DISPLAY "TAX TABLE CAP IS NOT NUMERIC"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                       DISPLAY "TAX TABLE BRACKET IS NOT NUMERIC"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                   IF ws-tax-bracket-count NOT < 20
      *
                       DISPLAY "TAX TABLE IS FULL - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                       DISPLAY "TAX TABLE RATE EXCEEDS 100 PERCENT"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                           ws-tax-bracket-ceiling (ws-tax-bracket-count)
      *
                       DISPLAY "TAX TABLE OUT OF ORDER - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                   MOVE tax-bracket-rate-in TO
      *
                       ws-tax-bracket-rate (ws-tax-bracket-count)
      *
      * The employer rates get the same screening as a bracket: a
      * garbled or over-100-percent rate is a mis-keyed table.
      *
               WHEN is-tax-employer-ss-record
      *
                   IF tax-employer-rate-in NOT NUMERIC
      *
                       OR tax-employer-base-in NOT NUMERIC
      *
                       OR tax-employer-rate-in > 1
      *
                       DISPLAY "TAX TABLE EMPLOYER RATE IS NOT USABLE"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                   END-IF
      *
                   MOVE tax-employer-rate-in TO ws-er-ss-rate
      *
                   MOVE tax-employer-base-in TO ws-er-ss-base
      *
                   SET er-ss-rate-loaded TO TRUE
      *
               WHEN is-tax-employer-ui-record
      *
                   IF tax-employer-rate-in NOT NUMERIC
      *
                       OR tax-employer-base-in NOT NUMERIC
      *
                       OR tax-employer-rate-in > 1
      *
                       DISPLAY "TAX TABLE EMPLOYER RATE IS NOT USABLE"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                   END-IF
      *
                   MOVE tax-employer-rate-in TO ws-er-ui-rate
      *
                   MOVE tax-employer-base-in TO ws-er-ui-base
      *
                   SET er-ui-rate-loaded TO TRUE
      *
               WHEN OTHER
      *
                       DISPLAY "GARNISHMENT ORDER IS NOT USABLE"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                       DISPLAY "GARNISHMENT ORDER KIND IS NOT A OR P"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                       DISPLAY "GARNISHMENT ORDER TABLE IS FULL"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
      *
           EXIT.
      *
       126-LOAD-DEDUCTION-PLANS.
      *
      * Every election names a plan, and only the plan says how much
      * to take, whether tax sees it first, and where its withholding
      * is credited; a run without the plan file cannot net pay
      * correctly, so it halts the way a missing tax table does.
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
                       PERFORM 134-STORE-DEDUCTION-PLAN
      *
                           THRU 134-STORE-DEDUCTION-PLAN-EXIT
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE deduction-plans
      *
      * On a RESTART the checkpointed plan totals carry what the
      * records the replay skips already withheld; as with the
      * garnishment orders, a plan count that disagrees means the
      * file was edited in between, and the file wins.
      *
           IF restart-mode-requested
      *
               AND ws-resume-plan-count = ws-plan-count
      *
               PERFORM 135-RESTORE-ONE-PLAN-TOTAL
      *
                   VARYING ws-plan-ckpt-idx FROM 1 BY 1
      *
                       UNTIL ws-plan-ckpt-idx > ws-plan-count
      *
           END-IF.
      *
       126-LOAD-DEDUCTION-PLANS-EXIT.
      *
           EXIT.
      *
       134-STORE-DEDUCTION-PLAN.
      *
           IF plan-code-in = SPACES
      *
               GO TO 134-STORE-DEDUCTION-PLAN-EXIT
      *
           END-IF
      *
      * A plan that cannot be priced or posted would short or
      * misdirect every election against it, so a defective record
      * halts for an operator.
      *
           IF (NOT plan-is-pretax AND NOT plan-is-aftertax)
      *
               OR (NOT plan-is-flat AND NOT plan-is-percent)
      *
               OR plan-annual-limit-in NOT NUMERIC
      *
               OR plan-gl-account-in = SPACES
      *
               DISPLAY "DEDUCTION PLAN " plan-code-in
      *
                   " IS NOT USABLE - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           IF ws-plan-count NOT < 20
      *
               DISPLAY "DEDUCTION PLAN TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           ADD 1 TO ws-plan-count
      *
           MOVE plan-code-in TO ws-plan-code (ws-plan-count)
      *
           MOVE plan-desc-in TO ws-plan-desc (ws-plan-count)
      *
           MOVE plan-tax-treatment-in
      *
               TO ws-plan-treatment (ws-plan-count)
      *
           MOVE plan-method-in TO ws-plan-method (ws-plan-count)
      *
           MOVE plan-annual-limit-in TO ws-plan-limit (ws-plan-count)
      *
           MOVE plan-gl-account-in TO ws-plan-gl-account (ws-plan-count)
      *
           MOVE ZERO TO ws-plan-run-total (ws-plan-count).
      *
       134-STORE-DEDUCTION-PLAN-EXIT.
      *
           EXIT.
      *
       135-RESTORE-ONE-PLAN-TOTAL.
      *
           MOVE ws-resume-plan-total (ws-plan-ckpt-idx)
      *
               TO ws-plan-run-total (ws-plan-ckpt-idx).
      *
       135-RESTORE-ONE-PLAN-TOTAL-EXIT.
      *
           EXIT.
      *
       128-LOAD-GL-MAP.
      *
      * The journal file goes out every run, so a run that cannot map
      * its figures to accounts should not start; every defect found
      * here halts for an operator, the way 120-LOAD-TAX-TABLE does.
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
                       PERFORM 129-STORE-GL-MAP-RECORD
      *
                           THRU 129-STORE-GL-MAP-RECORD-EXIT
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE gl-account-map
      *
      * The fixed-purpose accounts and the suspense account have to
      * be there; without any one of them some figure would have
      * nowhere to post.
      *
           IF ws-gl-tax-account = SPACES
      *
               OR ws-gl-er-tax-account = SPACES
      *
               OR ws-gl-benefits-account = SPACES
      *
               OR ws-gl-garnish-account = SPACES
      *
               OR ws-gl-cash-account = SPACES
      *
               OR ws-gl-suspense-account = SPACES
      *
               DISPLAY "GL ACCOUNT MAP IS INCOMPLETE - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF.
      *
       128-LOAD-GL-MAP-EXIT.
      *
           EXIT.
      *
       129-STORE-GL-MAP-RECORD.
      *
           EVALUATE TRUE
      *
               WHEN is-gl-dept-map-record
      *
                   IF ws-gl-dept-map-count NOT < 50
      *
                       DISPLAY "GL DEPARTMENT MAP IS FULL - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                   MOVE gl-map-account-in TO
      *
                       ws-gl-map-dept-account (ws-gl-dept-map-count)
      *
               WHEN is-gl-er-dept-map-record
      *
                   IF ws-gl-er-dept-map-count NOT < 50
      *
                       DISPLAY "GL EMPLOYER TAX MAP IS FULL"
      *
                           " - HALTING RUN"
      *
                       MOVE 16 TO RETURN-CODE
      *
                       STOP RUN
      *
                   END-IF
      *
                   ADD 1 TO ws-gl-er-dept-map-count
      *
                   MOVE gl-map-key-in TO
      *
                       ws-gl-er-map-dept (ws-gl-er-dept-map-count)
      *
                   MOVE gl-map-account-in TO
      *
                       ws-gl-er-map-dept-account
      *
                           (ws-gl-er-dept-map-count)
      *
               WHEN is-gl-type-map-record
      *
                       WHEN "NET"
      *
                           MOVE gl-map-account-in TO ws-gl-cash-account
      *
                       WHEN "ERT"
      *
                           MOVE gl-map-account-in TO
      *
                               ws-gl-er-tax-account
      *
      * Unclaimed property payable is check-escheatment's account;
      * the payroll run never posts to it.
      *
                       WHEN "UPP"
      *
                           CONTINUE
      *
                       WHEN OTHER
      *
                           DISPLAY "GL MAP TYPE KEY NOT RECOGNIZED"
      *
                               " - HALTING RUN"
      *
                           MOVE 16 TO RETURN-CODE
      *
                           STOP RUN
      *
           IF ws-calendar-file-status = "35"
      *
               DISPLAY "PAY CALENDAR FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF ws-calendar-count = ZERO
      *
               DISPLAY "PAY CALENDAR IS EMPTY - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
               DISPLAY "PAY CALENDAR RECORD IS NOT NUMERIC"
      *
                   " - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF ws-calendar-count NOT < 60
      *
               DISPLAY "PAY CALENDAR TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
                   ws-cal-pay-date (ws-calendar-count)
      *
               DISPLAY "PAY CALENDAR OUT OF ORDER - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF ws-completed-count NOT < 200
      *
               DISPLAY "RUN CONTROL TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
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
           IF ws-hist-count NOT < 2000
      *
               DISPLAY "HISTORY TABLE IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
      * that has not already paid (unless this is a deliberate
      * supplemental run), and only for the next open period - a
      * batch that skips ahead is as suspect as one that repeats.
      *
      * A final-pay run is off the calendar by nature: it pays on the
      * date the law requires, whatever the schedule says, and closes
      * no period.
      *
           IF final-pay-run-requested
      *
               GO TO 142-VALIDATE-BATCH-DATE-EXIT
      *
           END-IF
      *
           MOVE 'N' TO ws-date-on-calendar-switch
      *
               DISPLAY "BATCH DATE NOT ON PAY CALENDAR: " ws-run-date
      *
               DISPLAY "HALTING RUN"
      *
               MOVE 8 TO RETURN-CODE
      *
               STOP RUN
      *
               DISPLAY "RERUN WITH SUPPLEMENT IF DELIBERATE"
      *
               DISPLAY "HALTING RUN"
      *
               MOVE 8 TO RETURN-CODE
      *
               STOP RUN
      *
               DISPLAY "NEXT OPEN PERIOD PAYS: " ws-next-open-date
      *
               DISPLAY "HALTING RUN"
      *
               MOVE 8 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           ACCEPT ws-close-date FROM DATE YYYYMMDD
      *
           OPEN OUTPUT employer-tax-report
      *
           MOVE SPACES TO er-tax-title-line
      *
           MOVE "EMPLOYER TAX LIABILITY  CLOSE DATE " TO
      *
               er-tax-title-tag-out
      *
           MOVE ws-close-date TO er-tax-title-date-out
      *
           WRITE er-tax-title-line
      *
      * Walk the whole YTD file in key order.
      *
               END-READ
      *
           END-PERFORM
      *
      * The liability owed for the quarter is the two employer taxes
      * together; the wage columns are the taxable bases they were
      * figured on.
      *
           ADD ws-er-rpt-ss-tax ws-er-rpt-ui-tax
      *
               GIVING ws-er-rpt-liability
      *
           MOVE SPACES TO er-tax-total-line
      *
           MOVE "TOTAL LIABILITY" TO er-tax-total-tag-out
      *
           MOVE ws-er-rpt-ss-wages TO er-tax-total-ss-wages-out
      *
           MOVE ws-er-rpt-ss-tax TO er-tax-total-ss-tax-out
      *
           MOVE ws-er-rpt-ui-wages TO er-tax-total-ui-wages-out
      *
           MOVE ws-er-rpt-ui-tax TO er-tax-total-ui-tax-out
      *
           MOVE ws-er-rpt-liability TO er-tax-total-liab-out
      *
           WRITE er-tax-total-line
      *
           CLOSE ytd-file
      *
               close-register
      *
               employer-tax-report
      *
           IF year-close-requested
      *
               CLOSE ytd-archive
      *
      * Plan annual limits run by calendar year, so every election's
      * taken-to-date starts over with the YTD balances.
      *
               PERFORM 176-ROLL-ELECTIONS
      *
                   THRU 176-ROLL-ELECTIONS-EXIT
      *
           END-IF
      *
           DISPLAY "EMPLOYEES CLOSED: " ws-close-employee-count
      *
           DISPLAY "EMPLOYER TAX LIABILITY: " ws-er-rpt-liability
      *
           IF ws-qtr-overflow-count > ZERO
      *
               DISPLAY "ALREADY CLOSED FOR 4 QUARTERS: "
      *
                   ws-qtr-overflow-count
      *
      * The close finished, but not cleanly for everyone; the job
      * stream should see that without reading the console.
      *
               MOVE 4 TO RETURN-CODE
      *
           END-IF.
      *
      * Both close modes snapshot the quarter in progress; the year
      * close does it so the fourth quarter's filing figures exist
      * before the balances are archived and rolled to zero.
      *
           MOVE 'N' TO ws-snapshot-taken-switch
      *
           IF ytd-quarters-closed < 4
      *
               END-IF
      *
           END-IF
      *
      * The employer liability for the quarter just taken is reported
      * before a year close archives and zeroes the buckets.
      *
           IF quarter-snapshot-taken
      *
               PERFORM 182-WRITE-ER-TAX-LINE
      *
                   THRU 182-WRITE-ER-TAX-LINE-EXIT
      *
           END-IF
      *
           IF year-close-requested
      *
           MOVE ytd-overtime-pay TO arch-overtime-out
      *
           MOVE ytd-gross-pay TO arch-gross-out
      *
           MOVE ytd-er-ss-tax TO arch-er-ss-tax-out
      *
           MOVE ytd-er-ui-tax TO arch-er-ui-tax-out
      *
           MOVE ytd-taxable-wages TO arch-taxable-out
      *
           MOVE ytd-tax-withheld TO arch-tax-withheld-out
      *
           MOVE ytd-benefits-withheld TO arch-benefits-out
      *
           MOVE ytd-garnish-withheld TO arch-garnish-out
      *
           MOVE ytd-pretax-withheld TO arch-pretax-out
      *
           MOVE ytd-aftertax-withheld TO arch-aftertax-out
      *
           PERFORM 185-ARCHIVE-ONE-QUARTER
      *
           MOVE ZERO TO ytd-gross-pay
      *
           MOVE ZERO TO ytd-quarters-closed
      *
           MOVE ZERO TO ytd-er-ss-wages
      *
           MOVE ZERO TO ytd-er-ss-tax
      *
           MOVE ZERO TO ytd-er-ui-wages
      *
           MOVE ZERO TO ytd-er-ui-tax
      *
           MOVE ZERO TO ytd-taxable-wages
      *
           MOVE ZERO TO ytd-tax-withheld
      *
           MOVE ZERO TO ytd-benefits-withheld
      *
           MOVE ZERO TO ytd-garnish-withheld
      *
           MOVE ZERO TO ytd-pretax-withheld
      *
           MOVE ZERO TO ytd-aftertax-withheld
      *
           PERFORM 190-ZERO-ONE-QUARTER
      *
       175-ARCHIVE-AND-ROLL-EXIT.
      *
           EXIT.
      *
       176-ROLL-ELECTIONS.
      *
           PERFORM 915-OPEN-ELECTION-FILE
      *
           MOVE 'Y' TO ws-more-elect-records
      *
           MOVE LOW-VALUES TO elect-key
      *
           START election-file KEY IS NOT < elect-key
      *
               INVALID KEY
      *
                   MOVE 'N' TO ws-more-elect-records
      *
           END-START
      *
           PERFORM UNTIL ws-more-elect-records = 'N'
      *
               READ election-file NEXT RECORD
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-elect-records
      *
                   NOT AT END
      *
                       MOVE ZERO TO elect-ytd-taken
      *
                       REWRITE election-record
      *
               END-READ
      *
           END-PERFORM
      *
           CLOSE election-file.
      *
       176-ROLL-ELECTIONS-EXIT.
      *
           EXIT.
      *
       180-SNAPSHOT-QUARTER.
      *
           MOVE ZERO TO ws-qtr-prior-overtime
      *
           MOVE ZERO TO ws-qtr-prior-gross
      *
           MOVE ZERO TO ws-qtr-prior-er-ss-wages
      *
           MOVE ZERO TO ws-qtr-prior-er-ss-tax
      *
           MOVE ZERO TO ws-qtr-prior-er-ui-wages
      *
           MOVE ZERO TO ws-qtr-prior-er-ui-tax
      *
           MOVE 1 TO ws-qtr-sum-idx
      *
               ADD ytd-qtr-gross (ws-qtr-sum-idx)
      *
                   TO ws-qtr-prior-gross
      *
               ADD ytd-qtr-er-ss-wages (ws-qtr-sum-idx)
      *
                   TO ws-qtr-prior-er-ss-wages
      *
               ADD ytd-qtr-er-ss-tax (ws-qtr-sum-idx)
      *
                   TO ws-qtr-prior-er-ss-tax
      *
               ADD ytd-qtr-er-ui-wages (ws-qtr-sum-idx)
      *
                   TO ws-qtr-prior-er-ui-wages
      *
               ADD ytd-qtr-er-ui-tax (ws-qtr-sum-idx)
      *
                   TO ws-qtr-prior-er-ui-tax
      *
               ADD 1 TO ws-qtr-sum-idx
      *
      *
                   GIVING ytd-qtr-gross (ws-qtr-number)
      *
           END-IF
      *
      * The employer figures only ever accrue, but they take the same
      * floor so a hand-corrected record cannot wrap a bucket.
      *
           IF ws-qtr-prior-er-ss-wages > ytd-er-ss-wages
      *
               MOVE ZERO TO ytd-qtr-er-ss-wages (ws-qtr-number)
      *
           ELSE
      *
               SUBTRACT ws-qtr-prior-er-ss-wages FROM ytd-er-ss-wages
      *
                   GIVING ytd-qtr-er-ss-wages (ws-qtr-number)
      *
           END-IF
      *
           IF ws-qtr-prior-er-ss-tax > ytd-er-ss-tax
      *
               MOVE ZERO TO ytd-qtr-er-ss-tax (ws-qtr-number)
      *
           ELSE
      *
               SUBTRACT ws-qtr-prior-er-ss-tax FROM ytd-er-ss-tax
      *
                   GIVING ytd-qtr-er-ss-tax (ws-qtr-number)
      *
           END-IF
      *
           IF ws-qtr-prior-er-ui-wages > ytd-er-ui-wages
      *
               MOVE ZERO TO ytd-qtr-er-ui-wages (ws-qtr-number)
      *
           ELSE
      *
               SUBTRACT ws-qtr-prior-er-ui-wages FROM ytd-er-ui-wages
      *
                   GIVING ytd-qtr-er-ui-wages (ws-qtr-number)
      *
           END-IF
      *
           IF ws-qtr-prior-er-ui-tax > ytd-er-ui-tax
      *
               MOVE ZERO TO ytd-qtr-er-ui-tax (ws-qtr-number)
      *
           ELSE
      *
               SUBTRACT ws-qtr-prior-er-ui-tax FROM ytd-er-ui-tax
      *
                   GIVING ytd-qtr-er-ui-tax (ws-qtr-number)
      *
           END-IF
      *
           SET quarter-snapshot-taken TO TRUE.
      *
       180-SNAPSHOT-QUARTER-EXIT.
      *
           EXIT.
      *
       182-WRITE-ER-TAX-LINE.
      *
           MOVE SPACES TO er-tax-detail-line
      *
           MOVE ytd-employee-id TO er-tax-id-out
      *
           MOVE "QUARTER" TO er-tax-qtr-tag-out
      *
           MOVE ytd-quarters-closed TO ws-qtr-number
      *
           MOVE ws-qtr-number TO er-tax-qtr-out
      *
           MOVE ytd-qtr-er-ss-wages (ws-qtr-number)
      *
               TO er-tax-ss-wages-out
      *
           MOVE ytd-qtr-er-ss-tax (ws-qtr-number) TO er-tax-ss-tax-out
      *
           MOVE ytd-qtr-er-ui-wages (ws-qtr-number)
      *
               TO er-tax-ui-wages-out
      *
           MOVE ytd-qtr-er-ui-tax (ws-qtr-number) TO er-tax-ui-tax-out
      *
           WRITE er-tax-detail-line
      *
           ADD ytd-qtr-er-ss-wages (ws-qtr-number) TO ws-er-rpt-ss-wages
      *
           ADD ytd-qtr-er-ss-tax (ws-qtr-number) TO ws-er-rpt-ss-tax
      *
           ADD ytd-qtr-er-ui-wages (ws-qtr-number) TO ws-er-rpt-ui-wages
      *
           ADD ytd-qtr-er-ui-tax (ws-qtr-number) TO ws-er-rpt-ui-tax.
      *
       182-WRITE-ER-TAX-LINE-EXIT.
      *
           EXIT.
      *
       185-ARCHIVE-ONE-QUARTER.
      *
           MOVE ytd-qtr-gross (ws-qtr-number)
      *
               TO arch-qtr-gross-out (ws-qtr-number).
      *
       185-ARCHIVE-ONE-QUARTER-EXIT.
      *
           EXIT.
      *
       190-ZERO-ONE-QUARTER.
      *
           MOVE ZERO TO ytd-qtr-regular (ws-qtr-number)
      *
           MOVE ZERO TO ytd-qtr-overtime (ws-qtr-number)
      *
           MOVE ZERO TO ytd-qtr-gross (ws-qtr-number)
      *
           MOVE ZERO TO ytd-qtr-er-ss-wages (ws-qtr-number)
      *
           MOVE ZERO TO ytd-qtr-er-ss-tax (ws-qtr-number)
      *
           MOVE ZERO TO ytd-qtr-er-ui-wages (ws-qtr-number)
      *
           MOVE ZERO TO ytd-qtr-er-ui-tax (ws-qtr-number).
      *
       190-ZERO-ONE-QUARTER-EXIT.
      *
           EXIT.
      *
               END-IF
      *
           END-IF
      *
      * A final check adds the vacation payout on top of the week.
      *
           IF is-final-pay-record
      *
               AND record-is-valid
      *
               PERFORM 218-PRICE-FINAL-PAYOUT
      *
                   THRU 218-PRICE-FINAL-PAYOUT-EXIT
      *
           END-IF
      *
           IF record-is-valid
      *
           MOVE ws-overtime-pay TO overtime-pay-out
      *
           MOVE ws-gross-pay TO weekly-wages-out
      *
           IF is-final-pay-record
      *
               MOVE "F" TO print-flag-out
      *
           END-IF
      *
      * On a RESTART replay the YTD record already carries this very
      * week's posting, so recomputing the withholding against it
           MOVE ws-gross-pay TO ws-seen-gross (ws-seen-id-count)
      *
           MOVE 'Y' TO ws-seen-paid-switch (ws-seen-id-count)
      *
           PERFORM 239-COMPUTE-EMPLOYER-TAX
      *
               THRU 239-COMPUTE-EMPLOYER-TAX-EXIT
      *
           MOVE hours-worked-in TO ws-accum-hours
      *
           MOVE ws-gross-pay TO ws-accum-wages
      *
           PERFORM 500-ACCUMULATE-DEPT-TOTALS
      *
      * Everything a labor distribution on the next record needs to
      * move this week out of the department just charged; captured
      * on replay too, so a replayed distribution finds it.
      *
           MOVE employee-id-in TO ws-dist-employee-id
      *
           MOVE employee-name-in TO ws-dist-employee-name
      *
           MOVE department-code-in TO ws-dist-home-dept
      *
           MOVE ws-accum-hours TO ws-dist-hours
      *
           MOVE ws-regular-pay TO ws-dist-regular-pay
      *
           MOVE ws-overtime-pay TO ws-dist-overtime-pay
      *
           MOVE ws-gross-pay TO ws-dist-gross-pay
      *
           MOVE ws-accum-er-tax TO ws-dist-er-tax
      *
           SET distribution-can-follow TO TRUE
      *
           IF is-replaying-record
      *
           PERFORM 400-UPDATE-YTD-FILE
      *
               THRU 400-UPDATE-YTD-FILE-EXIT
      *
           PERFORM 632-WRITE-LEDGER-ENTRY
      *
           MOVE ytd-gross-pay TO ytd-gross-out
      *
           IF csv-output-requested
      *
               PERFORM 250-WRITE-CSV-RECORD
      *
           END-IF
      *
           IF is-final-pay-record
      *
               PERFORM 219-RECORD-FINAL-PAY
      *
                   THRU 219-RECORD-FINAL-PAY-EXIT
      *
           END-IF.
      *
      *
           END-IF
      *
      * An off-cycle final-pay run pays final checks and nothing else;
      * a week's detail record in it belongs in the weekly run.
      *
           IF final-pay-run-requested
      *
               AND NOT is-final-pay-record
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "ONLY FINAL PAY IN A FINAL PAY RUN" TO
      *
                   ws-exception-reason
      *
               GO TO 215-LOOKUP-EMPLOYEE-MASTER-EXIT
      *
           END-IF
      *
      * A terminated employee stays on the master for history, but a
      * detail record for one is a mistake, not a payment; the final
      * check comes only through an 'F' record.
      *
           IF master-is-terminated
      *
               AND NOT is-final-pay-record
      *
               SET record-is-invalid TO TRUE
      *
           IF holiday-hours-in (1:2) = SPACES
      *
               MOVE ZERO TO holiday-hours-in
      *
           END-IF
      *
           IF is-final-pay-record
      *
               PERFORM 217-CHECK-FINAL-PAY
      *
                   THRU 217-CHECK-FINAL-PAY-EXIT
      *
           END-IF.
      *
      *
           EXIT.
      *
       217-CHECK-FINAL-PAY.
      *
      * An 'F' record pays the final check TERMINATE queued; the master
      * has to say the employee is gone and the final-pay record has
      * to be waiting for its check.
      *
           IF NOT master-is-terminated
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "FINAL PAY FOR AN ACTIVE EMPLOYEE" TO
      *
                   ws-exception-reason
      *
               GO TO 217-CHECK-FINAL-PAY-EXIT
      *
           END-IF
      *
           MOVE employee-id-in TO final-employee-id
      *
           SET final-record-found TO TRUE
      *
           READ final-pay-file
      *
               INVALID KEY
      *
                   SET final-record-not-found TO TRUE
      *
           END-READ
      *
           IF final-record-not-found
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "NO FINAL PAY DUE FOR EMPLOYEE" TO
      *
                   ws-exception-reason
      *
               GO TO 217-CHECK-FINAL-PAY-EXIT
      *
           END-IF
      *
           MOVE ZERO TO ws-final-payout-hours
      *
           MOVE ZERO TO ws-final-writeoff-benefits
      *
           MOVE ZERO TO ws-final-writeoff-garnish
      *
      * A replayed record was issued by the run that left the
      * checkpoint, and the leave balance its payout came from has
      * been cleared since; the hours it paid are on the record.
      *
           IF is-replaying-record
      *
               MOVE final-vacation-hours TO ws-final-payout-hours
      *
               GO TO 217-CHECK-FINAL-PAY-EXIT
      *
           END-IF
      *
           IF NOT final-pay-pending
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "FINAL PAY ALREADY ISSUED" TO ws-exception-reason
      *
               GO TO 217-CHECK-FINAL-PAY-EXIT
      *
           END-IF
      *
      * Every vacation hour still on the balance is paid out, less any
      * keyed as leave taken on this same check; a draw beyond the
      * balance pays out nothing here and 236-CHECK-LEAVE-DRAW
      * refuses it.
      *
           MOVE employee-id-in TO leave-employee-id
      *
           SET leave-record-found TO TRUE
      *
           READ leave-file
      *
               INVALID KEY
      *
                   SET leave-record-not-found TO TRUE
      *
           END-READ
      *
           IF leave-record-not-found
      *
               OR vacation-hours-in NOT NUMERIC
      *
               GO TO 217-CHECK-FINAL-PAY-EXIT
      *
           END-IF
      *
           IF vacation-hours-in NOT > leave-vacation-balance
      *
               SUBTRACT vacation-hours-in FROM leave-vacation-balance
      *
                   GIVING ws-final-payout-hours
      *
           END-IF.
      *
       217-CHECK-FINAL-PAY-EXIT.
      *
           EXIT.
      *
       218-PRICE-FINAL-PAYOUT.
      *
      * The payout is straight time at the employee's rate - for a
      * salaried employee, the period salary spread over a standard
      * week - and rides in regular pay. It stays out of the batch's
      * hours and gross control totals: it is figured from the leave
      * file, not keyed, so the trailer never counted it.
      *
           MOVE ZERO TO ws-final-payout-pay
      *
           IF ws-final-payout-hours = ZERO
      *
               GO TO 218-PRICE-FINAL-PAYOUT-EXIT
      *
           END-IF
      *
           IF salaried-pay-applies
      *
               DIVIDE ws-period-salary BY ws-overtime-threshold
      *
                   GIVING ws-final-payout-rate ROUNDED
      *
           ELSE
      *
               MOVE hourly-rate-in TO ws-final-payout-rate
      *
           END-IF
      *
           MULTIPLY ws-final-payout-hours BY ws-final-payout-rate
      *
               GIVING ws-final-payout-pay ROUNDED
      *
           ADD ws-final-payout-pay TO ws-regular-pay
      *
               ON SIZE ERROR
      *
                   PERFORM 235-FLAG-WAGE-OVERFLOW
      *
           END-ADD
      *
           ADD ws-final-payout-pay TO ws-gross-pay
      *
               ON SIZE ERROR
      *
                   PERFORM 235-FLAG-WAGE-OVERFLOW
      *
           END-ADD
      *
           IF ws-regular-pay > 9999.99
      *
                   OR ws-gross-pay > 9999.99
      *
               PERFORM 235-FLAG-WAGE-OVERFLOW
      *
           END-IF.
      *
       218-PRICE-FINAL-PAYOUT-EXIT.
      *
           EXIT.
      *
       219-RECORD-FINAL-PAY.
      *
      * The final check is out: the final-pay record takes its pay
      * date, what the payout paid, and the arrears written off, and
      * the final-pay report lists the check, marked past due when it
      * went out later than the law allows.
      *
           MOVE employee-id-in TO final-employee-id
      *
           READ final-pay-file
      *
               INVALID KEY
      *
                   DISPLAY "FINAL PAY RECORD VANISHED FOR "
      *
                       employee-id-in " - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
           END-READ
      *
           SET final-pay-issued TO TRUE
      *
           MOVE ws-run-date TO final-paid-date
      *
           MOVE ws-final-payout-hours TO final-vacation-hours
      *
           MOVE ws-final-payout-pay TO final-vacation-pay
      *
           MOVE ws-final-writeoff-benefits
      *
               TO final-benefits-written-off
      *
           MOVE ws-final-writeoff-garnish
      *
               TO final-garnish-written-off
      *
           REWRITE final-pay-record
      *
           MOVE SPACES TO final-pay-detail-line
      *
           MOVE "FINAL CHECK ISSUED" TO final-tag-out
      *
           MOVE employee-id-in TO final-id-out
      *
           MOVE employee-name-in TO final-name-out
      *
           MOVE final-term-date TO final-term-out
      *
           MOVE final-due-date TO final-due-out
      *
           MOVE final-paid-date TO final-paid-out
      *
           MOVE ws-final-payout-hours TO final-hours-out
      *
           MOVE ws-final-payout-pay TO final-payout-out
      *
           MOVE ws-net-pay TO final-net-out
      *
           IF final-paid-date > final-due-date
      *
               MOVE "PAST DUE" TO final-timing-out
      *
           ELSE
      *
               MOVE "ON TIME" TO final-timing-out
      *
           END-IF
      *
           WRITE final-pay-detail-line
      *
           IF ws-final-writeoff-benefits = ZERO
      *
               AND ws-final-writeoff-garnish = ZERO
      *
               GO TO 219-RECORD-FINAL-PAY-EXIT
      *
           END-IF
      *
           MOVE SPACES TO final-writeoff-line
      *
           MOVE "ARREARS WRITTEN OFF" TO final-wo-tag-out
      *
           MOVE employee-id-in TO final-wo-id-out
      *
           MOVE employee-name-in TO final-wo-name-out
      *
           MOVE "BENEFITS" TO final-wo-benefits-tag-out
      *
           MOVE ws-final-writeoff-benefits TO final-wo-benefits-out
      *
           MOVE "GARNISH" TO final-wo-garnish-tag-out
      *
           MOVE ws-final-writeoff-garnish TO final-wo-garnish-out
      *
           WRITE final-writeoff-line.
      *
       219-RECORD-FINAL-PAY-EXIT.
      *
           EXIT.
      *
       230-VALIDATE-HOURS-AND-RATE.
      *
      * hours-worked-in must be a valid unsigned two-digit number
      * (00-99); a garbled value can still arrive as non-numeric text
      * even though the field is defined PIC 9(2).
      *
           IF hours-worked-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "HOURS WORKED IS NOT NUMERIC" TO ws-exception-reason
      *
               GO TO 230-VALIDATE-HOURS-AND-RATE-EXIT
      *
           END-IF
      *
      * hourly-rate-in must be numeric even for a salaried employee:
      * the rate is never priced for one, but it still reaches the
      * listing's and the stub's numeric-edited rate fields, and a
      * blank keyed rate was already filled from the master by
      * 215-LOOKUP-EMPLOYEE-MASTER.
      *
           IF hourly-rate-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "HOURLY RATE IS NOT NUMERIC" TO ws-exception-reason
      *
               GO TO 230-VALIDATE-HOURS-AND-RATE-EXIT
      *
           END-IF
      *
      * A salaried employee's pay never touches the rate; the master's
      * rate (possibly zero) rides along for reference only, so the
      * zero-rate check below does not apply.
      *
           IF salaried-pay-applies
      *
               GO TO 230-VALIDATE-HOURS-AND-RATE-EXIT
      *
           END-IF
      *
           IF hourly-rate-in = ZERO
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "HOURLY RATE IS ZERO" TO ws-exception-reason
      *
           END-IF.
      *
       230-VALIDATE-HOURS-AND-RATE-EXIT.
      *
           EXIT.
      *
       232-VALIDATE-DEDUCTIONS.
      *
      * The three deduction fields feed a SUBTRACT in
      * 240-CALCULATE-NET-PAY the same way hours-worked-in and
      * hourly-rate-in feed the wage MULTIPLYs above, so they get the
      * same NOT NUMERIC screening.
      *
           IF tax-withholding-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "TAX WITHHOLDING IS NOT NUMERIC" TO
      *
                   ws-exception-reason
      *
               GO TO 232-VALIDATE-DEDUCTIONS-EXIT
      *
           END-IF
      *
           IF benefits-deduction-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "BENEFITS DEDUCTION IS NOT NUMERIC" TO
      *
                   ws-exception-reason
      *
               GO TO 232-VALIDATE-DEDUCTIONS-EXIT
      *
           END-IF
      *
           IF garnishment-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "GARNISHMENT IS NOT NUMERIC" TO ws-exception-reason
      *
           END-IF.
      *
       232-VALIDATE-DEDUCTIONS-EXIT.
      *
           EXIT.
      *
       233-GATHER-ELECTIONS.
      *
      * Walk the employee's elections in key order (plan code within
      * employee) and price each one for this week's gross.
      *
           MOVE ZERO TO ws-week-elect-count
      *
           MOVE ZERO TO ws-pretax-this-week
      *
           MOVE ZERO TO ws-aftertax-this-week
      *
           MOVE 'Y' TO ws-more-elect-records
      *
           MOVE employee-id-in TO elect-employee-id
      *
           MOVE LOW-VALUES TO elect-plan-code
      *
           START election-file KEY IS NOT < elect-key
      *
               INVALID KEY
      *
                   MOVE 'N' TO ws-more-elect-records
      *
           END-START
      *
           PERFORM UNTIL ws-more-elect-records = 'N'
      *
               READ election-file NEXT RECORD
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-elect-records
      *
                   NOT AT END
      *
                       IF elect-employee-id NOT = employee-id-in
      *
                           MOVE 'N' TO ws-more-elect-records
      *
                       ELSE
      *
                           PERFORM 234-PRICE-ONE-ELECTION
      *
                               THRU 234-PRICE-ONE-ELECTION-EXIT
      *
                       END-IF
      *
               END-READ
      *
           END-PERFORM
      *
           SUBTRACT ws-pretax-this-week FROM ws-gross-pay
      *
               GIVING ws-tax-basis-gross.
      *
       233-GATHER-ELECTIONS-EXIT.
      *
           EXIT.
      *
       234-PRICE-ONE-ELECTION.
      *
      * An election for a plan since withdrawn from the plan file
      * takes nothing; employee-master-maintenance will not accept a
      * new one for it.
      *
           MOVE ZERO TO ws-plan-found-idx
      *
           PERFORM VARYING ws-plan-search-idx FROM 1 BY 1
      *
                   UNTIL ws-plan-search-idx > ws-plan-count
      *
               IF ws-plan-code (ws-plan-search-idx) = elect-plan-code
      *
                   MOVE ws-plan-search-idx TO ws-plan-found-idx
      *
                   MOVE ws-plan-count TO ws-plan-search-idx
      *
               END-IF
      *
           END-PERFORM
      *
           IF ws-plan-found-idx = ZERO
      *
               GO TO 234-PRICE-ONE-ELECTION-EXIT
      *
           END-IF
      *
           IF ws-plan-method (ws-plan-found-idx) = 'P'
      *
               MULTIPLY ws-gross-pay BY elect-rate
      *
                   GIVING ws-plan-want ROUNDED
      *
           ELSE
      *
               MOVE elect-amount TO ws-plan-want
      *
           END-IF
      *
      * A plan with an annual limit takes only what is left under it;
      * one that has reached the limit is done until the year rolls.
      *
           IF ws-plan-limit (ws-plan-found-idx) > ZERO
      *
               IF elect-ytd-taken
      *
                   NOT < ws-plan-limit (ws-plan-found-idx)
      *
                   MOVE ZERO TO ws-plan-want
      *
               ELSE
      *
                   SUBTRACT elect-ytd-taken
      *
                       FROM ws-plan-limit (ws-plan-found-idx)
      *
                       GIVING ws-plan-room
      *
                   IF ws-plan-want > ws-plan-room
      *
                       MOVE ws-plan-room TO ws-plan-want
      *
                   END-IF
      *
               END-IF
      *
           END-IF
      *
      * Pre-tax plans come off the top and must fit inside gross
      * together; after-tax plans are cut to the room left by
      * 246-APPLY-DEDUCTION-PRIORITY once tax and the rest are taken.
      *
           IF ws-plan-treatment (ws-plan-found-idx) = 'P'
      *
               SUBTRACT ws-pretax-this-week FROM ws-gross-pay
      *
                   GIVING ws-plan-room
      *
               IF ws-plan-want > ws-plan-room
      *
                   MOVE ws-plan-room TO ws-plan-want
      *
               END-IF
      *
           END-IF
      *
           IF ws-plan-want = ZERO
      *
               GO TO 234-PRICE-ONE-ELECTION-EXIT
      *
           END-IF
      *
           IF ws-week-elect-count NOT < 10
      *
               DISPLAY "EMPLOYEE " employee-id-in
      *
                   " HAS TOO MANY ELECTIONS - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           END-IF
      *
           ADD 1 TO ws-week-elect-count
      *
           MOVE ws-plan-found-idx
      *
               TO ws-week-plan-idx (ws-week-elect-count)
      *
           MOVE elect-plan-code
      *
               TO ws-week-plan-code (ws-week-elect-count)
      *
           MOVE ws-plan-want
      *
               TO ws-week-elect-taken (ws-week-elect-count)
      *
           IF ws-plan-treatment (ws-plan-found-idx) = 'P'
      *
               ADD ws-plan-want TO ws-pretax-this-week
      *
           END-IF.
      *
       234-PRICE-ONE-ELECTION-EXIT.
      *
           EXIT.
      *
       235-FLAG-WAGE-OVERFLOW.
      *
           SET record-is-invalid TO TRUE
      *
           MOVE "COMPUTED WAGES OVERFLOW OUTPUT FIELD" TO
      *
               ws-exception-reason.
      *
       235-FLAG-WAGE-OVERFLOW-EXIT.
      *
           EXIT.
      *
       236-CHECK-LEAVE-DRAW.
      *
      * Vacation and sick hours spend a balance the employee has to
      * actually have; a draw beyond it is a keying error (or wishful
      * thinking) and the record goes to the exceptions listing before
      * anything is paid or posted. The draw is checked against the
      * carried-in balance alone - this week's accrual posts after.
      *
           IF vacation-hours-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "VACATION HOURS IS NOT NUMERIC" TO
      *
                   ws-exception-reason
      *
               GO TO 236-CHECK-LEAVE-DRAW-EXIT
      *
           END-IF
      *
           IF sick-hours-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "SICK HOURS IS NOT NUMERIC" TO ws-exception-reason
      *
               GO TO 236-CHECK-LEAVE-DRAW-EXIT
      *
           END-IF
      *
           IF holiday-hours-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "HOLIDAY HOURS IS NOT NUMERIC" TO
      *
                   ws-exception-reason
      *
               GO TO 236-CHECK-LEAVE-DRAW-EXIT
      *
           END-IF
      *
      * Holiday hours spend no balance, so with nothing drawn there is
      * nothing to check.
      *
           IF vacation-hours-in = ZERO AND sick-hours-in = ZERO
      *
               GO TO 236-CHECK-LEAVE-DRAW-EXIT
      *
           END-IF
      *
           MOVE employee-id-in TO leave-employee-id
      *
           SET leave-record-found TO TRUE
      *
           READ leave-file
      *
               INVALID KEY
      *
                   SET leave-record-not-found TO TRUE
      *
           END-READ
      *
      * An employee with no balance record yet has accrued nothing.
      *
           IF leave-record-not-found
      *
               MOVE ZERO TO leave-vacation-balance
      *
               MOVE ZERO TO leave-sick-balance
      *
           END-IF
      *
           IF vacation-hours-in > leave-vacation-balance
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "VACATION DRAW EXCEEDS BALANCE" TO
      *
                   ws-exception-reason
      *
               GO TO 236-CHECK-LEAVE-DRAW-EXIT
      *
           END-IF
      *
           IF sick-hours-in > leave-sick-balance
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "SICK DRAW EXCEEDS BALANCE" TO ws-exception-reason
      *
           END-IF.
      *
       236-CHECK-LEAVE-DRAW-EXIT.
      *
           EXIT.
      *
       238-COMPUTE-STATUTORY-TAX.
      *
      * The employee's year-to-date gross before this week decides how
      * much of this week's pay is still under the annual wage-base
      * cap; 400-UPDATE-YTD-FILE re-reads the record later to post the
      * week, so this read leaves nothing to undo.
      *
           MOVE employee-id-in TO ytd-employee-id
      *
           SET ytd-record-found TO TRUE
      *
           READ ytd-file
      *
               INVALID KEY
      *
                   SET ytd-record-not-found TO TRUE
      *
           END-READ
      *
      * Pre-tax plan withholding never counted toward the cap, so it
      * comes off the year's gross here as it does off the week's.
      *
           IF ytd-record-found
      *
               SUBTRACT ytd-pretax-withheld FROM ytd-gross-pay
      *
                   GIVING ws-prior-ytd-gross
      *
           ELSE
      *
               MOVE ZERO TO ws-prior-ytd-gross
      *
           END-IF
      *
      * Only the slice of this week's taxable gross (gross less the
      * pre-tax plans) that fits under the cap is taxed; an employee
      * already over the cap stops being taxed for the rest of the
      * year.
      *
           IF ws-prior-ytd-gross NOT < ws-wage-base-cap
      *
               MOVE ZERO TO ws-taxable-gross
      *
           ELSE
      *
               SUBTRACT ws-prior-ytd-gross FROM ws-wage-base-cap
      *
                   GIVING ws-taxable-gross
      *
                   ON SIZE ERROR
      *
                       MOVE ws-tax-basis-gross TO ws-taxable-gross
      *
               END-SUBTRACT
      *
               IF ws-taxable-gross > ws-tax-basis-gross
      *
                   MOVE ws-tax-basis-gross TO ws-taxable-gross
      *
               END-IF
      *
           END-IF
      *
      * The whole weekly taxable gross picks the bracket, even when
      * the cap means only part of it is taxed; brackets are held in
      * ascending ceiling order, and 120-LOAD-TAX-TABLE guarantees the
      * last one covers any gross the input fields can produce.
      *
           MOVE ws-tax-bracket-rate (ws-tax-bracket-count)
      *
               TO ws-applied-tax-rate
      *
           SET ws-tax-search-idx TO 1
      *
           PERFORM UNTIL ws-tax-search-idx > ws-tax-bracket-count
      *
               IF ws-tax-basis-gross NOT >
      *
                   ws-tax-bracket-ceiling (ws-tax-search-idx)
      *
                   MOVE ws-tax-bracket-rate (ws-tax-search-idx)
      *
                       TO ws-applied-tax-rate
      *
                   SET ws-tax-search-idx TO ws-tax-bracket-count
      *
               END-IF
      *
               SET ws-tax-search-idx UP BY 1
      *
           END-PERFORM
      *
           MULTIPLY ws-taxable-gross BY ws-applied-tax-rate
      *
               GIVING ws-computed-tax ROUNDED
      *
      * The keyed figure is retained only as a cross-check; when it
      * was keyed at all, it has to agree with the computed figure
      * within tolerance or the record goes to exceptions the same way
      * any other keying error does.
      *
           IF tax-was-keyed
      *
               IF tax-withholding-in > ws-computed-tax
      *
                   SUBTRACT ws-computed-tax FROM tax-withholding-in
      *
                       GIVING ws-tax-difference
      *
               ELSE
      *
                   SUBTRACT tax-withholding-in FROM ws-computed-tax
      *
                       GIVING ws-tax-difference
      *
               END-IF
      *
               IF ws-tax-difference > ws-tax-tolerance
      *
                   SET record-is-invalid TO TRUE
      *
                   MOVE "TAX WITHHOLDING DISAGREES WITH COMPUTED" TO
      *
                       ws-exception-reason
      *
               END-IF
      *
           END-IF.
      *
       238-COMPUTE-STATUTORY-TAX-EXIT.
      *
           EXIT.
      *
       239-COMPUTE-EMPLOYER-TAX.
      *
      * The company's share is owed on every paid week, replayed or
      * not: the department and GL figures it feeds are rebuilt from
      * scratch by a RESTART. The YTD record is read here rather than
      * borrowed from 238-COMPUTE-STATUTORY-TAX because on replay 238
      * never runs and the record already carries this very week,
      * which is therefore backed out to get the prior balance.
      *
           MOVE employee-id-in TO ytd-employee-id
      *
           SET ytd-record-found TO TRUE
      *
           READ ytd-file
      *
               INVALID KEY
      *
                   SET ytd-record-not-found TO TRUE
      *
           END-READ
      *
           MOVE ZERO TO ws-er-prior-gross
      *
           IF ytd-record-found
      *
               MOVE ytd-gross-pay TO ws-er-prior-gross
      *
               IF is-replaying-record
      *
                   IF ws-er-prior-gross > ws-gross-pay
      *
                       SUBTRACT ws-gross-pay FROM ws-er-prior-gross
      *
                   ELSE
      *
                       MOVE ZERO TO ws-er-prior-gross
      *
                   END-IF
      *
               END-IF
      *
           END-IF
      *
           MOVE ws-er-ss-base TO ws-er-probe-base
      *
           PERFORM 237-FIND-WAGES-UNDER-BASE
      *
               THRU 237-FIND-WAGES-UNDER-BASE-EXIT
      *
           MOVE ws-er-probe-wages TO ws-er-ss-wages
      *
           MULTIPLY ws-er-ss-wages BY ws-er-ss-rate
      *
               GIVING ws-er-ss-tax ROUNDED
      *
           MOVE ws-er-ui-base TO ws-er-probe-base
      *
           PERFORM 237-FIND-WAGES-UNDER-BASE
      *
               THRU 237-FIND-WAGES-UNDER-BASE-EXIT
      *
           MOVE ws-er-probe-wages TO ws-er-ui-wages
      *
           MULTIPLY ws-er-ui-wages BY ws-er-ui-rate
      *
               GIVING ws-er-ui-tax ROUNDED
      *
           ADD ws-er-ss-tax ws-er-ui-tax GIVING ws-accum-er-tax.
      *
       239-COMPUTE-EMPLOYER-TAX-EXIT.
      *
           EXIT.
      *
       237-FIND-WAGES-UNDER-BASE.
      *
      * The same slice rule 238-COMPUTE-STATUTORY-TAX applies to the
      * employee cap: only the part of this week's gross that still
      * fits under the annual base (ws-er-probe-base) is taxable.
      *
           IF ws-er-prior-gross NOT < ws-er-probe-base
      *
               MOVE ZERO TO ws-er-probe-wages
      *
               GO TO 237-FIND-WAGES-UNDER-BASE-EXIT
      *
           END-IF
      *
           SUBTRACT ws-er-prior-gross FROM ws-er-probe-base
      *
               GIVING ws-er-probe-wages
      *
               ON SIZE ERROR
      *
                   MOVE ws-gross-pay TO ws-er-probe-wages
      *
           END-SUBTRACT
      *
           IF ws-er-probe-wages > ws-gross-pay
      *
               MOVE ws-gross-pay TO ws-er-probe-wages
      *
           END-IF.
      *
       237-FIND-WAGES-UNDER-BASE-EXIT.
      *
           EXIT.
      *
       240-CALCULATE-NET-PAY.
      *
      * The employee's plan elections are priced first; the pre-tax
      * plans come off gross before withholding is worked out, so
      * 238-COMPUTE-STATUTORY-TAX taxes what is left.
      *
           PERFORM 233-GATHER-ELECTIONS
      *
               THRU 233-GATHER-ELECTIONS-EXIT
      *
           PERFORM 238-COMPUTE-STATUTORY-TAX
      *
               THRU 238-COMPUTE-STATUTORY-TAX-EXIT
      *
           IF record-is-invalid
      *
               GO TO 240-CALCULATE-NET-PAY-EXIT
      *
           END-IF
      *
      * Court orders, where the employee has any, decide the
      * garnishment for the week; otherwise the keyed/elected flat
      * amount stands. Nothing is committed to the order balances
      * until the record has survived every check below.
      *
           PERFORM 242-APPLY-GARN-ORDERS
      *
               THRU 242-APPLY-GARN-ORDERS-EXIT
      *
      * Deductions come out in a defined priority order - statutory
      * tax first, then garnishment, then benefits - and whatever
      * gross cannot cover is shorted and owed rather than bouncing
      * the whole record to exceptions; a short week produces a small
      * check and a tracked arrears balance instead of an unpaid
      * employee. The statutory withholding netted is the computed
      * figure; the keyed tax-withholding-in was only cross-checked
      * against it above.
      *
           PERFORM 246-APPLY-DEDUCTION-PRIORITY
      *
               THRU 246-APPLY-DEDUCTION-PRIORITY-EXIT
      *
      * Every figure below fits under gross by construction now, so
      * the total cannot exceed it and the SUBTRACT cannot wrap.
      *
           ADD ws-computed-tax ws-garnish-this-week
      *
               ws-benefits-this-week ws-pretax-this-week
      *
               ws-aftertax-this-week
      *
               GIVING ws-total-deductions
      *
               ON SIZE ERROR
      *
                   PERFORM 235-FLAG-WAGE-OVERFLOW
      *
           END-ADD
      *
           IF record-is-invalid
      *
               GO TO 240-CALCULATE-NET-PAY-EXIT
      *
           END-IF
      *
           SUBTRACT ws-total-deductions FROM ws-gross-pay
      *
               GIVING ws-net-pay
      *
           MOVE ws-net-pay TO net-pay-out
      *
      * The record is paying; the order draws figured above become
      * real, feeding the owed balances and the remittance register,
      * and the arrears balances settle onto the file.
      *
           IF garn-orders-apply
      *
               PERFORM 244-COMMIT-GARN-ORDERS
      *
           END-IF
      *
           PERFORM 248-POST-ARREARS
      *
               THRU 248-POST-ARREARS-EXIT
      *
           PERFORM 249-POST-ONE-ELECTION
      *
               THRU 249-POST-ONE-ELECTION-EXIT
      *
               VARYING ws-week-elect-idx FROM 1 BY 1
      *
                   UNTIL ws-week-elect-idx > ws-week-elect-count
      *
      * What was really withheld rolls into the run totals behind the
      * journal file's payable credits.
      *
           ADD ws-computed-tax TO ws-total-tax-withheld
      *
           ADD ws-benefits-this-week TO ws-total-benefits-withheld
      *
           ADD ws-garnish-this-week TO ws-total-garnish-withheld.
      *
       240-CALCULATE-NET-PAY-EXIT.
      *
           EXIT.
      *
       242-APPLY-GARN-ORDERS.
      *
      * Work out this record's garnishment. The statutory ceiling is a
      * fraction of disposable pay (taxable gross less the computed
      * statutory withholding); the orders are taken in table order,
      * which is the priority order the file keeps them in, each
      * capped by what it is still owed and by what is left under the
      * ceiling.
      *
           MOVE ZERO TO ws-garnish-this-week
      *
           MOVE 'N' TO ws-garn-apply-switch
      *
           SUBTRACT ws-computed-tax FROM ws-tax-basis-gross
      *
               GIVING ws-disposable-pay
      *
           MULTIPLY ws-disposable-pay BY ws-garn-limit-pct
      *
               GIVING ws-garn-ceiling ROUNDED
      *
           PERFORM 243-APPLY-ONE-ORDER
      *
               THRU 243-APPLY-ONE-ORDER-EXIT
      *
               VARYING ws-garn-apply-idx FROM 1 BY 1
      *
                   UNTIL ws-garn-apply-idx > ws-garn-order-count
      *
      * An employee with no orders on file keeps the legacy flat
      * amount filled in by 215-LOOKUP-EMPLOYEE-MASTER.
      *
           IF NOT garn-orders-apply
      *
               MOVE garnishment-in TO ws-garnish-this-week
      *
           END-IF.
      *
       242-APPLY-GARN-ORDERS-EXIT.
      *
           EXIT.
      *
       243-APPLY-ONE-ORDER.
      *
           IF ws-garn-emp-id (ws-garn-apply-idx) NOT = employee-id-in
      *
               GO TO 243-APPLY-ONE-ORDER-EXIT
      *
           END-IF
      *
           SET garn-orders-apply TO TRUE
      *
           MOVE ZERO TO ws-garn-rec-amount (ws-garn-apply-idx)
      *
      * A fully collected order asks for nothing more.
      *
           IF ws-garn-owed (ws-garn-apply-idx) = ZERO
      *
               GO TO 243-APPLY-ONE-ORDER-EXIT
      *
           END-IF
      *
           IF ws-garn-kind (ws-garn-apply-idx) = 'P'
      *
               MULTIPLY ws-disposable-pay
      *
                   BY ws-garn-percent (ws-garn-apply-idx)
      *
                   GIVING ws-garn-want ROUNDED
      *
           ELSE
      *
               MOVE ws-garn-amount (ws-garn-apply-idx) TO ws-garn-want
      *
           END-IF
      *
           IF ws-garn-want > ws-garn-owed (ws-garn-apply-idx)
      *
               MOVE ws-garn-owed (ws-garn-apply-idx) TO ws-garn-want
      *
           END-IF
      *
      * Only the room left under the statutory ceiling can be taken;
      * a lower-priority order gets what remains, possibly nothing.
      *
           IF ws-garnish-this-week NOT < ws-garn-ceiling
      *
               GO TO 243-APPLY-ONE-ORDER-EXIT
      *
           END-IF
      *
           SUBTRACT ws-garnish-this-week FROM ws-garn-ceiling
      *
               GIVING ws-garn-room
      *
           IF ws-garn-want > ws-garn-room
      *
               MOVE ws-garn-room TO ws-garn-want
      *
           END-IF
      *
           MOVE ws-garn-want TO ws-garn-rec-amount (ws-garn-apply-idx)
      *
           ADD ws-garn-want TO ws-garnish-this-week.
      *
       243-APPLY-ONE-ORDER-EXIT.
      *
           EXIT.
      *
       244-COMMIT-GARN-ORDERS.
      *
           PERFORM 245-COMMIT-ONE-ORDER
      *
               VARYING ws-garn-commit-idx FROM 1 BY 1
      *
                   UNTIL ws-garn-commit-idx > ws-garn-order-count.
      *
       244-COMMIT-GARN-ORDERS-EXIT.
      *
           EXIT.
      *
       245-COMMIT-ONE-ORDER.
      *
           IF ws-garn-emp-id (ws-garn-commit-idx) = employee-id-in
      *
               AND ws-garn-rec-amount (ws-garn-commit-idx) > ZERO
      *
               SUBTRACT ws-garn-rec-amount (ws-garn-commit-idx)
      *
                   FROM ws-garn-owed (ws-garn-commit-idx)
      *
               ADD ws-garn-rec-amount (ws-garn-commit-idx)
      *
                   TO ws-garn-remitted (ws-garn-commit-idx)
      *
               MOVE ZERO TO ws-garn-rec-amount (ws-garn-commit-idx)
      *
           END-IF.
      *
       245-COMMIT-ONE-ORDER-EXIT.
      *
           EXIT.
      *
       246-APPLY-DEDUCTION-PRIORITY.
      *
      * Statutory tax is never reduced: 130-STORE-TAX-TABLE-RECORD
      * refuses any bracket rate above 100 percent, so the computed
      * withholding is a fraction of taxable gross, always fits, and
      * heads the queue. The pre-tax plans were already held inside
      * gross by 233-GATHER-ELECTIONS and are gone before tax is.
      *
           SUBTRACT ws-computed-tax FROM ws-tax-basis-gross
      *
               GIVING ws-deduction-room
      *
           MOVE ZERO TO ws-short-garnish
      *
           MOVE ZERO TO ws-short-benefits
      *
      * Garnishment next. Court orders are already held inside the
      * disposable-income ceiling and always fit; only the legacy flat
      * amount can outrun the room left, and the cut stays owed.
      *
           IF ws-garnish-this-week > ws-deduction-room
      *
               SUBTRACT ws-deduction-room FROM ws-garnish-this-week
      *
                   GIVING ws-short-garnish
      *
               MOVE ws-deduction-room TO ws-garnish-this-week
      *
           END-IF
      *
           SUBTRACT ws-garnish-this-week FROM ws-deduction-room
      *
      * Benefits last.
      *
           MOVE benefits-deduction-in TO ws-benefits-this-week
      *
           IF ws-benefits-this-week > ws-deduction-room
      *
               SUBTRACT ws-deduction-room FROM ws-benefits-this-week
      *
                   GIVING ws-short-benefits
      *
               MOVE ws-deduction-room TO ws-benefits-this-week
      *
           END-IF
      *
           SUBTRACT ws-benefits-this-week FROM ws-deduction-room
      *
      * What the employee still owes from prior short weeks; the
      * record is fetched here and settled back by 248-POST-ARREARS
      * only once the record actually pays.
      *
           MOVE employee-id-in TO arrears-employee-id
      *
           SET arrears-record-found TO TRUE
      *
           READ arrears-file
      *
               INVALID KEY
      *
                   SET arrears-record-not-found TO TRUE
      *
           END-READ
      *
           IF arrears-record-found
      *
               MOVE arrears-benefits-due TO ws-arrears-benefits-due
      *
               MOVE arrears-garnish-due TO ws-arrears-garnish-due
      *
           ELSE
      *
               MOVE ZERO TO ws-arrears-benefits-due
      *
               MOVE ZERO TO ws-arrears-garnish-due
      *
           END-IF
      *
      * Room left after this week's own deductions pays down prior
      * weeks' shorts, garnishment arrears ahead of benefits arrears
      * to match the priority above. Recovered amounts ride in the
      * same weekly figures, so the stub and the payables totals see
      * what was really withheld.
      *
           IF ws-deduction-room > ZERO
      *
               AND ws-arrears-garnish-due > ZERO
      *
               IF ws-arrears-garnish-due > ws-deduction-room
      *
                   MOVE ws-deduction-room TO ws-recover-amount
      *
               ELSE
      *
                   MOVE ws-arrears-garnish-due TO ws-recover-amount
      *
               END-IF
      *
               ADD ws-recover-amount TO ws-garnish-this-week
      *
               SUBTRACT ws-recover-amount FROM ws-arrears-garnish-due
      *
               SUBTRACT ws-recover-amount FROM ws-deduction-room
      *
           END-IF
      *
           IF ws-deduction-room > ZERO
      *
               AND ws-arrears-benefits-due > ZERO
      *
               IF ws-arrears-benefits-due > ws-deduction-room
      *
                   MOVE ws-deduction-room TO ws-recover-amount
      *
               ELSE
      *
                   MOVE ws-arrears-benefits-due TO ws-recover-amount
      *
               END-IF
      *
               ADD ws-recover-amount TO ws-benefits-this-week
      *
               SUBTRACT ws-recover-amount FROM ws-arrears-benefits-due
      *
               SUBTRACT ws-recover-amount FROM ws-deduction-room
      *
           END-IF
      *
      * After-tax plans are voluntary and come last; each takes what
      * room is left, in plan-file order, and a plan cut short this
      * week is simply taken short - it is not carried as arrears.
      *
           MOVE ZERO TO ws-aftertax-this-week
      *
           PERFORM 247-FIT-ONE-AFTERTAX-PLAN
      *
               VARYING ws-week-elect-idx FROM 1 BY 1
      *
                   UNTIL ws-week-elect-idx > ws-week-elect-count
      *
      * This week's shorts join what is owed. The due fields cap at
      * 99999.99; a balance pinned at the cap is an operator problem
      * long before it is an arithmetic one.
      *
           ADD ws-short-garnish TO ws-arrears-garnish-due
      *
               ON SIZE ERROR
      *
                   MOVE 99999.99 TO ws-arrears-garnish-due
      *
           END-ADD
      *
           ADD ws-short-benefits TO ws-arrears-benefits-due
      *
               ON SIZE ERROR
      *
                   MOVE 99999.99 TO ws-arrears-benefits-due
      *
           END-ADD.
      *
       246-APPLY-DEDUCTION-PRIORITY-EXIT.
      *
           EXIT.
      *
       247-FIT-ONE-AFTERTAX-PLAN.
      *
           MOVE ws-week-plan-idx (ws-week-elect-idx)
      *
               TO ws-plan-found-idx
      *
           IF ws-plan-treatment (ws-plan-found-idx) = 'A'
      *
               IF ws-week-elect-taken (ws-week-elect-idx)
      *
                   > ws-deduction-room
      *
                   MOVE ws-deduction-room
      *
                       TO ws-week-elect-taken (ws-week-elect-idx)
      *
               END-IF
      *
               SUBTRACT ws-week-elect-taken (ws-week-elect-idx)
      *
                   FROM ws-deduction-room
      *
               ADD ws-week-elect-taken (ws-week-elect-idx)
      *
                   TO ws-aftertax-this-week
      *
           END-IF.
      *
       247-FIT-ONE-AFTERTAX-PLAN-EXIT.
      *
           EXIT.
      *
       248-POST-ARREARS.
      *
      * Settle the balances 246-APPLY-DEDUCTION-PRIORITY worked out.
      * An employee with no record and nothing newly owed gets no
      * record; everyone else's record reflects this week's shorts
      * and recoveries.
      *
      * A final check is the last chance to recover anything; what it
      * could not cover is written off, reported by
      * 219-RECORD-FINAL-PAY, and leaves the balances at zero.
      *
           IF is-final-pay-record
      *
               MOVE ws-arrears-benefits-due
      *
                   TO ws-final-writeoff-benefits
      *
               MOVE ws-arrears-garnish-due
      *
                   TO ws-final-writeoff-garnish
      *
               MOVE ZERO TO ws-arrears-benefits-due
      *
               MOVE ZERO TO ws-arrears-garnish-due
      *
           END-IF
      *
           IF arrears-record-not-found
      *
               AND ws-arrears-benefits-due = ZERO
      *
               AND ws-arrears-garnish-due = ZERO
      *
               GO TO 248-POST-ARREARS-EXIT
      *
           END-IF
      *
           MOVE employee-id-in TO arrears-employee-id
      *
           MOVE ws-arrears-benefits-due TO arrears-benefits-due
      *
           MOVE ws-arrears-garnish-due TO arrears-garnish-due
      *
           IF arrears-record-found
      *
               REWRITE arrears-record
      *
           ELSE
      *
               WRITE arrears-record
      *
           END-IF.
      *
       248-POST-ARREARS-EXIT.
      *
           EXIT.
      *
       249-POST-ONE-ELECTION.
      *
      * The record is paying; what each plan took goes against the
      * employee's annual limit on the election and into the plan's
      * run total for its credit in the journal file.
      *
           IF ws-week-elect-taken (ws-week-elect-idx) = ZERO
      *
               GO TO 249-POST-ONE-ELECTION-EXIT
      *
           END-IF
      *
           MOVE employee-id-in TO elect-employee-id
      *
           MOVE ws-week-plan-code (ws-week-elect-idx) TO elect-plan-code
      *
           READ election-file
      *
               INVALID KEY
      *
                   DISPLAY "ELECTION VANISHED FOR " employee-id-in
      *
                       " PLAN " elect-plan-code " - HALTING RUN"
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
           END-READ
      *
           ADD ws-week-elect-taken (ws-week-elect-idx)
      *
               TO elect-ytd-taken
      *
           REWRITE election-record
      *
           MOVE ws-week-plan-idx (ws-week-elect-idx)
      *
               TO ws-plan-found-idx
      *
           ADD ws-week-elect-taken (ws-week-elect-idx)
      *
               TO ws-plan-run-total (ws-plan-found-idx).
      *
       249-POST-ONE-ELECTION-EXIT.
      *
           EXIT.
      *
       250-WRITE-CSV-RECORD.
      *
           MOVE SPACES TO csv-rec
      *
      * Trim employee-name-in down to its last non-space character so
      * the CSV field carries just the name, not its 20-byte pad, and
      * can be handed straight to a downstream tool without reformat.
      *
           SET ws-csv-name-idx TO 20
      *
           PERFORM UNTIL ws-csv-name-idx < 1
      *
                   OR employee-name-in (ws-csv-name-idx:1) NOT = SPACE
      *
               SET ws-csv-name-idx DOWN BY 1
      *
           END-PERFORM
      *
           IF ws-csv-name-idx = ZERO
      *
               STRING "," DELIMITED BY SIZE
      *
                       hours-out DELIMITED BY SIZE
      *
                       "," DELIMITED BY SIZE
      *
                       rate-out DELIMITED BY SIZE
      *
                       "," DELIMITED BY SIZE
      *
                       weekly-wages-out DELIMITED BY SIZE
      *
                   INTO csv-rec
      *
               END-STRING
      *
           ELSE
      *
               STRING employee-name-in (1:ws-csv-name-idx)
      *
                       DELIMITED BY SIZE
      *
                       "," DELIMITED BY SIZE
      *
                       hours-out DELIMITED BY SIZE
      *
                       "," DELIMITED BY SIZE
      *
                       rate-out DELIMITED BY SIZE
      *
                       "," DELIMITED BY SIZE
      *
                       weekly-wages-out DELIMITED BY SIZE
      *
                   INTO csv-rec
      *
               END-STRING
      *
           END-IF
      *
           WRITE csv-rec.
      *
       250-WRITE-CSV-RECORD-EXIT.
      *
           EXIT.
      *
       260-WRITE-PAY-STUB.
      *
      * One framed block per paid employee, with the hour split the
      * wage calculation already produced, every deduction on its own
      * labeled line, and the run date as the pay date.
      *
           MOVE ALL "=" TO stub-rec
      *
           WRITE stub-rec
      *
           MOVE SPACES TO stub-employee-line
      *
           MOVE "EMPLOYEE" TO stub-employee-tag-out
      *
           MOVE employee-id-in TO stub-id-out
      *
           MOVE employee-name-in TO stub-name-out
      *
           MOVE "PAY DATE" TO stub-pay-date-tag-out
      *
           MOVE ws-run-date TO stub-pay-date-out
      *
           WRITE stub-employee-line
      *
           MOVE SPACES TO stub-hours-line
      *
           MOVE "REGULAR HOURS" TO stub-reg-hours-tag-out
      *
           MOVE ws-regular-hours TO stub-reg-hours-out
      *
           MOVE "OVERTIME HOURS" TO stub-ot-hours-tag-out
      *
           MOVE ws-overtime-hours TO stub-ot-hours-out
      *
           MOVE "HOURLY RATE" TO stub-rate-tag-out
      *
           MOVE hourly-rate-in TO stub-rate-out
      *
           WRITE stub-hours-line
      *
           MOVE SPACES TO stub-pay-line
      *
           MOVE "REGULAR PAY" TO stub-reg-pay-tag-out
      *
           MOVE ws-regular-pay TO stub-reg-pay-out
      *
           MOVE "OVERTIME PAY" TO stub-ot-pay-tag-out
      *
           MOVE ws-overtime-pay TO stub-ot-pay-out
      *
           MOVE "GROSS PAY" TO stub-gross-tag-out
      *
           MOVE ws-gross-pay TO stub-gross-out
      *
           WRITE stub-pay-line
      *
      * The withholding shown is the figure actually netted from the
      * pay: the one computed from the tax table.
      *
           MOVE SPACES TO stub-deduction-line
      *
           MOVE "TAX WITHHOLDING" TO stub-deduction-tag-out
      *
           MOVE ws-computed-tax TO stub-deduction-amount-out
      *
           WRITE stub-deduction-line
      *
           MOVE SPACES TO stub-deduction-line
      *
           MOVE "BENEFITS DEDUCTION" TO stub-deduction-tag-out
      *
           MOVE ws-benefits-this-week TO stub-deduction-amount-out
      *
           WRITE stub-deduction-line
      *
           MOVE SPACES TO stub-deduction-line
      *
           MOVE "GARNISHMENT" TO stub-deduction-tag-out
      *
           MOVE ws-garnish-this-week TO stub-deduction-amount-out
      *
           WRITE stub-deduction-line
      *
      * One line per plan that took something this week, under the
      * plan's own description.
      *
           PERFORM 265-WRITE-PLAN-STUB-LINE
      *
               THRU 265-WRITE-PLAN-STUB-LINE-EXIT
      *
               VARYING ws-week-elect-idx FROM 1 BY 1
      *
                   UNTIL ws-week-elect-idx > ws-week-elect-count
      *
           MOVE SPACES TO stub-net-line
      *
           MOVE "NET PAY" TO stub-net-tag-out
      *
           MOVE ws-net-pay TO stub-net-out
      *
           WRITE stub-net-line
      *
           MOVE SPACES TO stub-ytd-line
      *
           MOVE "YTD REGULAR" TO stub-ytd-reg-tag-out
      *
           MOVE ytd-regular-pay TO stub-ytd-reg-out
      *
           MOVE "YTD OVERTIME" TO stub-ytd-ot-tag-out
      *
           MOVE ytd-overtime-pay TO stub-ytd-ot-out
      *
           MOVE "YTD GROSS" TO stub-ytd-gross-tag-out
      *
           MOVE ytd-gross-pay TO stub-ytd-gross-out
      *
           WRITE stub-ytd-line
      *
      * The balances 420-UPDATE-LEAVE-FILE just posted, so the stub
      * answers the question before the employee has to phone it in.
      *
           MOVE SPACES TO stub-leave-line
      *
           MOVE "VACATION BAL" TO stub-vac-bal-tag-out
      *
           MOVE ws-vacation-balance TO stub-vac-bal-out
      *
           MOVE "SICK BAL" TO stub-sick-bal-tag-out
      *
           MOVE ws-sick-balance TO stub-sick-bal-out
      *
           WRITE stub-leave-line
      *
           MOVE SPACES TO stub-rec
      *
           WRITE stub-rec.
      *
       260-WRITE-PAY-STUB-EXIT.
      *
           EXIT.
      *
       265-WRITE-PLAN-STUB-LINE.
      *
           IF ws-week-elect-taken (ws-week-elect-idx) = ZERO
      *
               GO TO 265-WRITE-PLAN-STUB-LINE-EXIT
      *
           END-IF
      *
           MOVE ws-week-plan-idx (ws-week-elect-idx)
      *
               TO ws-plan-found-idx
      *
           MOVE SPACES TO stub-deduction-line
      *
           MOVE ws-plan-desc (ws-plan-found-idx)
      *
               TO stub-deduction-tag-out
      *
           MOVE ws-week-elect-taken (ws-week-elect-idx)
      *
               TO stub-deduction-amount-out
      *
           WRITE stub-deduction-line.
      *
       265-WRITE-PLAN-STUB-LINE-EXIT.
      *
           EXIT.
      *
       270-WRITE-DEPOSIT-ENTRY.
      *
      * An employee with bank details on the master gets a deposit
      * entry; one without falls out to the printed-check register so
      * nobody goes unpaid just because no account is on file.
      *
           IF master-bank-routing = SPACES
      *
               OR master-bank-account = SPACES
      *
               MOVE SPACES TO check-register-rec
      *
      * Each register line carries the number of the physical check
      * it becomes, drawn from the carried-forward control file, and
      * the check joins the outstanding file for reconciliation.
      *
               MOVE ws-next-check-number TO check-number-out
      *
               MOVE employee-id-in TO check-id-out
      *
               MOVE employee-name-in TO check-name-out
      *
               MOVE ws-net-pay TO check-net-out
      *
               MOVE ws-run-date TO check-date-out
      *
               WRITE check-register-rec
      *
               ADD ws-net-pay TO ws-check-total-amount
      *
               MOVE ws-next-check-number TO out-check-number
      *
               MOVE employee-id-in TO out-employee-id
      *
               MOVE employee-name-in TO out-employee-name
      *
               MOVE ws-net-pay TO out-amount
      *
               MOVE ws-run-date TO out-issue-date
      *
               SET check-is-outstanding TO TRUE
      *
               MOVE 'N' TO out-void-sent
      *
               MOVE ZERO TO out-letter-date
      *
               WRITE check-outstanding-rec
      *
                   INVALID KEY
      *
      * A duplicate key here means the number control file was reset
      * or hand-edited while these numbers were still on the
      * outstanding file; issuing over them would shred the audit
      * trail, so halt for an operator.
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
               ADD 1 TO ws-next-check-number
      *
           ELSE
      *
               MOVE SPACES TO ach-entry-rec
      *
               MOVE 'D' TO ach-entry-type-out
      *
               MOVE master-bank-routing TO ach-routing-out
      *
               MOVE master-bank-account TO ach-account-out
      *
               MOVE ws-net-pay TO ach-amount-out
      *
               MOVE ws-run-date TO ach-effective-date-out
      *
               MOVE employee-id-in TO ach-id-out
      *
               MOVE employee-name-in TO ach-name-out
      *
               WRITE ach-entry-rec
      *
               ADD 1 TO ws-ach-entry-count
      *
               ADD ws-net-pay TO ws-ach-total-amount
      *
           END-IF.
      *
       270-WRITE-DEPOSIT-ENTRY-EXIT.
      *
           EXIT.
      *
       290-WRITE-EXCEPTION.
      *
           MOVE SPACES TO exception-rec
      *
           MOVE employee-id-in TO exception-id-out
      *
           MOVE employee-name-in TO exception-name-out
      *
           MOVE ws-exception-reason TO exception-reason-out
      *
           WRITE exception-rec
      *
           ADD 1 TO ws-exception-count.
      *
       290-WRITE-EXCEPTION-EXIT.
      *
           EXIT.
      *
       350-ADJUSTMENT-ROUTINE.
      *
           MOVE SPACES TO print-rec
      *
           SET record-is-valid TO TRUE
      *
      * Adjustments count toward the batch the same way detail records
      * do, so the trailer keyed by the office still balances.
      *
           ADD 1 TO ws-actual-record-count
      *
           IF employee-id-in = SPACES
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "EMPLOYEE ID IS BLANK" TO ws-exception-reason
      *
           END-IF
      *
           IF record-is-valid
      *
               AND employee-id-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "EMPLOYEE ID IS NOT NUMERIC" TO ws-exception-reason
      *
           END-IF
      *
           IF record-is-valid
      *
               AND NOT adjustment-is-negative
      *
               AND NOT adjustment-is-positive
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "ADJUSTMENT SIGN IS NOT + OR -" TO
      *
                   ws-exception-reason
      *
           END-IF
      *
           IF record-is-valid
      *
               AND hours-worked-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "ADJUSTMENT HOURS IS NOT NUMERIC" TO
      *
                   ws-exception-reason
      *
           END-IF
      *
           IF record-is-valid
      *
               AND adjustment-amount-in NOT NUMERIC
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "ADJUSTMENT AMOUNT IS NOT NUMERIC" TO
      *
                   ws-exception-reason
      *
           END-IF
      *
      * The listing prints the amount through the same PIC 9999.99
      * output fields a detail record uses; an amount too large for
      * them is flagged rather than printed wrapped, the same
      * treatment 235-FLAG-WAGE-OVERFLOW gives computed wages.
      *
           IF record-is-valid
      *
               AND adjustment-amount-in > 9999.99
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "COMPUTED WAGES OVERFLOW OUTPUT FIELD" TO
      *
                   ws-exception-reason
      *
           END-IF
      *
      * Once the signed figures are usable numbers they join the batch
      * control totals, valid or not for some later reason, the same
      * way a detail record's hours and gross do.
      *
           IF record-is-valid
      *
               IF adjustment-is-negative
      *
                   SUBTRACT hours-worked-in FROM ws-actual-total-hours
      *
                   SUBTRACT adjustment-amount-in
      *
                       FROM ws-actual-total-gross
      *
               ELSE
      *
                   ADD hours-worked-in TO ws-actual-total-hours
      *
                   ADD adjustment-amount-in TO ws-actual-total-gross
      *
               END-IF
      *
           END-IF
      *
      * The employee must exist on the master, but unlike a detail
      * record a terminated employee is fine: voiding a terminated
      * employee's last check is exactly what adjustments are for.
      *
           IF record-is-valid
      *
               MOVE employee-id-in TO master-employee-id
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
                   SET record-is-invalid TO TRUE
      *
                   MOVE "EMPLOYEE ID NOT ON MASTER" TO
      *
                       ws-exception-reason
      *
               END-IF
      *
           END-IF
      *
           IF record-is-valid
      *
               IF employee-name-in = SPACES
      *
                   MOVE master-employee-name TO employee-name-in
      *
               ELSE
      *
                   IF employee-name-in NOT = master-employee-name
      *
                       SET record-is-invalid TO TRUE
      *
                       MOVE "NAME DISAGREES WITH MASTER" TO
      *
                           ws-exception-reason
      *
                   END-IF
      *
               END-IF
      *
           END-IF
      *
           IF record-is-valid
      *
               IF department-code-in = SPACES
      *
                   MOVE master-department-code TO department-code-in
      *
               ELSE
      *
                   IF department-code-in NOT = master-department-code
      *
                       SET record-is-invalid TO TRUE
      *
                       MOVE "DEPARTMENT DISAGREES WITH MASTER" TO
      *
                           ws-exception-reason
      *
                   END-IF
      *
               END-IF
      *
           END-IF
      *
      * An adjustment posts to a department's subtotal the same as a
      * detail record, so the same reference check applies; inactive
      * is allowed, the way a terminated employee is, because a
      * correction can land after the department closed.
      *
           IF record-is-valid
      *
               MOVE department-code-in TO ws-dept-probe-code
      *
               PERFORM 139-FIND-DEPT-REF
      *
               IF dept-ref-not-found
      *
                   SET record-is-invalid TO TRUE
      *
                   MOVE "DEPARTMENT CODE NOT ON REFERENCE" TO
      *
                       ws-exception-reason
      *
               END-IF
      *
           END-IF
      *
           IF record-is-invalid
      *
               IF NOT is-replaying-record
      *
                   PERFORM 290-WRITE-EXCEPTION
      *
               END-IF
      *
               GO TO 350-ADJUSTMENT-ROUTINE-EXIT
      *
           END-IF
      *
      * A replayed adjustment's YTD posting (and any exceeds-balance
      * rejection) already happened before the failure; re-running it
      * against the already-adjusted balance would double-post or
      * wrongly re-reject, so replay skips 400 entirely.
      *
           IF NOT is-replaying-record
      *
               PERFORM 400-UPDATE-YTD-FILE
      *
               THRU 400-UPDATE-YTD-FILE-EXIT
      *
               IF record-is-invalid
      *
                   PERFORM 290-WRITE-EXCEPTION
      *
                   GO TO 350-ADJUSTMENT-ROUTINE-EXIT
      *
               END-IF
      *
           END-IF
      *
           MOVE hours-worked-in TO ws-accum-hours
      *
           MOVE adjustment-amount-in TO ws-accum-wages
      *
      * Adjustments correct wages already taxed on their own pay
      * dates; no employer tax is accrued on them here.
      *
           MOVE ZERO TO ws-accum-er-tax
      *
           IF adjustment-is-negative
      *
               SUBTRACT ws-accum-hours FROM 0 GIVING ws-accum-hours
      *
               SUBTRACT ws-accum-wages FROM 0 GIVING ws-accum-wages
      *
           END-IF
      *
           PERFORM 500-ACCUMULATE-DEPT-TOTALS
      *
           IF is-replaying-record
      *
               GO TO 350-ADJUSTMENT-ROUTINE-EXIT
      *
           END-IF
      *
      * The listing line is clearly marked as an adjustment: the flag
      * carries the sign, the amount prints in the wages column, and
      * the YTD column shows the balance after the posting.
      *
           MOVE 'A' TO print-flag-out (1:1)
      *
           MOVE adjustment-sign-in TO print-flag-out (2:1)
      *
           MOVE employee-id-in TO id-out
      *
           MOVE department-code-in TO department-code-out
      *
           MOVE employee-name-in TO name-out
      *
           MOVE hours-worked-in TO hours-out
      *
           MOVE adjustment-amount-in TO weekly-wages-out
      *
           MOVE ytd-gross-pay TO ytd-gross-out
      *
           MOVE print-rec TO work-rec
      *
           WRITE work-rec.
      *
       350-ADJUSTMENT-ROUTINE-EXIT.
      *
           EXIT.
      *
       360-DISTRIBUTE-HOURS.
      *
           MOVE SPACES TO print-rec
      *
           SET record-is-valid TO TRUE
      *
      * The pairs come out of the input area first; the area is reused
      * below to carry the name and each department through the
      * common paragraphs. A distribution adds nothing to the batch
      * control totals: its hours and pay were counted on the detail
      * record it splits.
      *
           MOVE ZERO TO ws-dist-split-count
      *
           MOVE ZERO TO ws-dist-hours-total
      *
           PERFORM 365-TAKE-ONE-SPLIT
      *
               THRU 365-TAKE-ONE-SPLIT-EXIT
      *
               VARYING ws-dist-in-idx FROM 1 BY 1
      *
                   UNTIL ws-dist-in-idx > 6
      *
           MOVE SPACES TO employee-name-in
      *
           IF NOT distribution-can-follow
      *
               OR employee-id-in NOT = ws-dist-employee-id
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "DISTRIBUTION DOES NOT FOLLOW ITS DETAIL" TO
      *
                   ws-exception-reason
      *
           ELSE
      *
               MOVE ws-dist-employee-name TO employee-name-in
      *
           END-IF
      *
      * Only one distribution per detail record; a second one would
      * move the same week twice.
      *
           MOVE 'N' TO ws-dist-ready-switch
      *
           IF record-is-valid
      *
               AND ws-dist-split-count = ZERO
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "DISTRIBUTION NAMES NO DEPARTMENT" TO
      *
                   ws-exception-reason
      *
      *
           IF record-is-valid
      *
               AND ws-dist-hours-total NOT = ws-dist-hours
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "DISTRIBUTED HOURS DISAGREE WITH DETAIL" TO
      *
                   ws-exception-reason
      *
           END-IF
      *
           IF record-is-invalid
      *
               IF NOT is-replaying-record
      *
                   PERFORM 290-WRITE-EXCEPTION
      *
               END-IF
      *
               GO TO 360-DISTRIBUTE-HOURS-EXIT
      *
           END-IF
      *
      * The whole week comes back out of the department the detail
      * record charged, employer tax included, and is then handed
      * out again in proportion to the hours.
      *
           MOVE ws-dist-home-dept TO department-code-in
      *
           SUBTRACT ws-dist-hours FROM 0 GIVING ws-accum-hours
      *
           SUBTRACT ws-dist-gross-pay FROM 0 GIVING ws-accum-wages
      *
           SUBTRACT ws-dist-er-tax FROM 0 GIVING ws-accum-er-tax
      *
           PERFORM 500-ACCUMULATE-DEPT-TOTALS
      *
           IF NOT is-replaying-record
      *
               MOVE "L-" TO print-flag-out
      *
               MOVE employee-id-in TO id-out
      *
               MOVE ws-dist-home-dept TO department-code-out
      *
               MOVE employee-name-in TO name-out
      *
               MOVE ws-dist-hours TO hours-out
      *
               MOVE ws-dist-regular-pay TO regular-pay-out
      *
               MOVE ws-dist-overtime-pay TO overtime-pay-out
      *
               MOVE ws-dist-gross-pay TO weekly-wages-out
      *
               MOVE print-rec TO work-rec
      *
               WRITE work-rec
      *
           END-IF
      *
           MOVE ws-dist-regular-pay TO ws-dist-left-regular
      *
           MOVE ws-dist-overtime-pay TO ws-dist-left-overtime
      *
           MOVE ws-dist-er-tax TO ws-dist-left-er-tax
      *
           PERFORM 367-POST-ONE-SPLIT
      *
               THRU 367-POST-ONE-SPLIT-EXIT
      *
               VARYING ws-dist-split-idx FROM 1 BY 1
      *
                   UNTIL ws-dist-split-idx > ws-dist-split-count.
      *
       360-DISTRIBUTE-HOURS-EXIT.
      *
           EXIT.
      *
       365-TAKE-ONE-SPLIT.
      *
      * A pair left entirely blank is simply unused.
      *
           IF dist-split-in (ws-dist-in-idx) = SPACES
      *
               GO TO 365-TAKE-ONE-SPLIT-EXIT
      *
           END-IF
      *
           IF record-is-invalid
      *
               GO TO 365-TAKE-ONE-SPLIT-EXIT
      *
           END-IF
      *
           IF dist-hours-in (ws-dist-in-idx) NOT NUMERIC
      *
               OR dist-hours-in (ws-dist-in-idx) = ZERO
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "DISTRIBUTED HOURS ARE NOT USABLE" TO
      *
                   ws-exception-reason
      *
               GO TO 365-TAKE-ONE-SPLIT-EXIT
      *
           END-IF
      *
      * Each department is held to the same standard as the one on a
      * detail record: on the reference, and active.
      *
           MOVE dist-dept-in (ws-dist-in-idx) TO ws-dept-probe-code
      *
           PERFORM 139-FIND-DEPT-REF
      *
           IF dept-ref-not-found
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "DEPARTMENT CODE NOT ON REFERENCE" TO
      *
                   ws-exception-reason
      *
               GO TO 365-TAKE-ONE-SPLIT-EXIT
      *
           END-IF
      *
           IF ws-dept-found-active NOT = 'A'
      *
               SET record-is-invalid TO TRUE
      *
               MOVE "DEPARTMENT IS INACTIVE" TO ws-exception-reason
      *
               GO TO 365-TAKE-ONE-SPLIT-EXIT
      *
           END-IF
      *
           ADD 1 TO ws-dist-split-count
      *
           MOVE dist-dept-in (ws-dist-in-idx)
      *
               TO ws-dist-split-dept (ws-dist-split-count)
      *
           MOVE dist-hours-in (ws-dist-in-idx)
      *
               TO ws-dist-split-hours (ws-dist-split-count)
      *
           ADD dist-hours-in (ws-dist-in-idx) TO ws-dist-hours-total.
      *
       365-TAKE-ONE-SPLIT-EXIT.
      *
           EXIT.
      *
       367-POST-ONE-SPLIT.
      *
      * Straight time, overtime, and employer tax each follow the
      * department's share of the hours, so overtime lands in
      * proportion rather than all on whichever department came last.
      *
           IF ws-dist-split-idx = ws-dist-split-count
      *
               MOVE ws-dist-left-regular TO ws-dist-share-regular
      *
               MOVE ws-dist-left-overtime TO ws-dist-share-overtime
      *
               MOVE ws-dist-left-er-tax TO ws-dist-share-er-tax
      *
           ELSE
      *
               MULTIPLY ws-dist-regular-pay
      *
                   BY ws-dist-split-hours (ws-dist-split-idx)
      *
                   GIVING ws-dist-work
      *
               DIVIDE ws-dist-work BY ws-dist-hours
      *
                   GIVING ws-dist-share-regular ROUNDED
      *
               MULTIPLY ws-dist-overtime-pay
      *
                   BY ws-dist-split-hours (ws-dist-split-idx)
      *
                   GIVING ws-dist-work
      *
               DIVIDE ws-dist-work BY ws-dist-hours
      *
                   GIVING ws-dist-share-overtime ROUNDED
      *
               MULTIPLY ws-dist-er-tax
      *
                   BY ws-dist-split-hours (ws-dist-split-idx)
      *
                   GIVING ws-dist-work
      *
               DIVIDE ws-dist-work BY ws-dist-hours
      *
                   GIVING ws-dist-share-er-tax ROUNDED
      *
               SUBTRACT ws-dist-share-regular FROM ws-dist-left-regular
      *
               SUBTRACT ws-dist-share-overtime
      *
                   FROM ws-dist-left-overtime
      *
               SUBTRACT ws-dist-share-er-tax FROM ws-dist-left-er-tax
      *
           END-IF
      *
           MOVE ws-dist-split-dept (ws-dist-split-idx)
      *
               TO department-code-in
      *
           MOVE ws-dist-split-hours (ws-dist-split-idx)
      *
               TO ws-accum-hours
      *
           ADD ws-dist-share-regular ws-dist-share-overtime
      *
               GIVING ws-accum-wages
      *
           MOVE ws-dist-share-er-tax TO ws-accum-er-tax
      *
           PERFORM 500-ACCUMULATE-DEPT-TOTALS
      *
           IF is-replaying-record
      *
               GO TO 367-POST-ONE-SPLIT-EXIT
      *
           END-IF
      *
           MOVE SPACES TO print-rec
      *
           MOVE "L+" TO print-flag-out
      *
           MOVE employee-id-in TO id-out
      *
      *
           MOVE employee-name-in TO name-out
      *
           MOVE ws-dist-split-hours (ws-dist-split-idx) TO hours-out
      *
           MOVE ws-dist-share-regular TO regular-pay-out
      *
           MOVE ws-dist-share-overtime TO overtime-pay-out
      *
           MOVE ws-accum-wages TO weekly-wages-out
      *
           MOVE print-rec TO work-rec
      *
           WRITE work-rec.
      *
       367-POST-ONE-SPLIT-EXIT.
      *
           EXIT.
      *
           IF ws-batch-count NOT < 20
      *
               DISPLAY "BATCH REGISTER IS FULL - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
           IF run-is-out-of-balance
      *
               MOVE 'O' TO ws-batch-reg-balance-flag (ws-batch-count)
      *
               ADD 1 TO ws-unbalanced-batch-count
      *
           ELSE
      *
       778-WRITE-ONE-PAYEE-TOTAL-EXIT.
      *
           EXIT.
      *
       779-WRITE-TERMINATION-NOTICES.
      *
      * Every order still collecting from an employee whose final check
      * went out is closed. Each payee gets one notice heading and a
      * line per order it loses, with what the order took this run
      * and what it was still owed.
      *
           IF NOT garn-file-present
      *
               GO TO 779-WRITE-TERMINATION-NOTICES-EXIT
      *
           END-IF
      *
           PERFORM 777-FLAG-CLOSING-ORDER
      *
               THRU 777-FLAG-CLOSING-ORDER-EXIT
      *
               VARYING ws-garn-out-idx FROM 1 BY 1
      *
                   UNTIL ws-garn-out-idx > ws-garn-order-count
      *
           PERFORM 781-NOTICE-ONE-PAYEE
      *
               THRU 781-NOTICE-ONE-PAYEE-EXIT
      *
               VARYING ws-garn-out-idx FROM 1 BY 1
      *
                   UNTIL ws-garn-out-idx > ws-garn-order-count.
      *
       779-WRITE-TERMINATION-NOTICES-EXIT.
      *
           EXIT.
      *
       777-FLAG-CLOSING-ORDER.
      *
      * A final-pay record still marked issued belongs to a final check
      * from this run (or one that failed before closing it out).
      *
           MOVE 'N' TO ws-garn-closing (ws-garn-out-idx)
      *
           IF ws-garn-owed (ws-garn-out-idx) = ZERO
      *
               GO TO 777-FLAG-CLOSING-ORDER-EXIT
      *
           END-IF
      *
           MOVE ws-garn-emp-id (ws-garn-out-idx) TO final-employee-id
      *
           READ final-pay-file
      *
               INVALID KEY
      *
                   GO TO 777-FLAG-CLOSING-ORDER-EXIT
      *
           END-READ
      *
           IF final-pay-issued
      *
               MOVE 'Y' TO ws-garn-closing (ws-garn-out-idx)
      *
           END-IF.
      *
       777-FLAG-CLOSING-ORDER-EXIT.
      *
           EXIT.
      *
       781-NOTICE-ONE-PAYEE.
      *
      * A payee already headed for an earlier order in the table had
      * all of its closing orders listed under that heading.
      *
           IF ws-garn-closing (ws-garn-out-idx) NOT = 'Y'
      *
               GO TO 781-NOTICE-ONE-PAYEE-EXIT
      *
           END-IF
      *
           MOVE 'N' TO ws-garn-payee-found-switch
      *
           MOVE 1 TO ws-final-notice-idx
      *
           PERFORM UNTIL ws-final-notice-idx NOT < ws-garn-out-idx
      *
               IF ws-garn-closing (ws-final-notice-idx) = 'Y'
      *
                   AND ws-garn-payee (ws-final-notice-idx) =
      *
                       ws-garn-payee (ws-garn-out-idx)
      *
                   SET garn-payee-found TO TRUE
      *
                   MOVE ws-garn-out-idx TO ws-final-notice-idx
      *
               ELSE
      *
                   ADD 1 TO ws-final-notice-idx
      *
               END-IF
      *
           END-PERFORM
      *
           IF garn-payee-found
      *
               GO TO 781-NOTICE-ONE-PAYEE-EXIT
      *
           END-IF
      *
           MOVE SPACES TO final-notice-head-line
      *
           MOVE "TERMINATION NOTICE TO" TO final-nh-tag-out
      *
           MOVE ws-garn-payee (ws-garn-out-idx) TO final-nh-payee-out
      *
           WRITE final-notice-head-line
      *
           PERFORM 783-WRITE-ONE-NOTICE
      *
               THRU 783-WRITE-ONE-NOTICE-EXIT
      *
               VARYING ws-final-notice-idx FROM ws-garn-out-idx BY 1
      *
                   UNTIL ws-final-notice-idx > ws-garn-order-count.
      *
       781-NOTICE-ONE-PAYEE-EXIT.
      *
           EXIT.
      *
       783-WRITE-ONE-NOTICE.
      *
           IF ws-garn-closing (ws-final-notice-idx) NOT = 'Y'
      *
               OR ws-garn-payee (ws-final-notice-idx) NOT =
      *
                   ws-garn-payee (ws-garn-out-idx)
      *
               GO TO 783-WRITE-ONE-NOTICE-EXIT
      *
           END-IF
      *
           MOVE SPACES TO final-notice-line
      *
           MOVE "ORDER" TO final-nl-tag-out
      *
           MOVE ws-garn-order-id (ws-final-notice-idx)
      *
               TO final-nl-order-id-out
      *
           MOVE ws-garn-emp-id (ws-final-notice-idx) TO final-nl-emp-out
      *
      * The master is still open and still carries a terminated
      * employee's name.
      *
           MOVE ws-garn-emp-id (ws-final-notice-idx)
      *
               TO master-employee-id
      *
           READ employee-master
      *
               INVALID KEY
      *
                   MOVE SPACES TO master-employee-name
      *
           END-READ
      *
           MOVE master-employee-name TO final-nl-name-out
      *
           MOVE ws-garn-emp-id (ws-final-notice-idx)
      *
               TO final-employee-id
      *
           READ final-pay-file
      *
               INVALID KEY
      *
                   MOVE ZERO TO final-term-date
      *
           END-READ
      *
           MOVE "LEFT" TO final-nl-left-tag-out
      *
           MOVE final-term-date TO final-nl-term-out
      *
           MOVE "REMITTED" TO final-nl-remitted-tag-out
      *
           MOVE ws-garn-remitted (ws-final-notice-idx)
      *
               TO final-nl-remitted-out
      *
           MOVE "OWED" TO final-nl-owed-tag-out
      *
           MOVE ws-garn-owed (ws-final-notice-idx) TO final-nl-owed-out
      *
           MOVE "ORDER CLOSED" TO final-nl-closed-out
      *
           WRITE final-notice-line.
      *
       783-WRITE-ONE-NOTICE-EXIT.
      *
           EXIT.
      *
       780-REWRITE-GARN-ORDERS.
      *
      *
           MOVE ws-garn-payee (ws-garn-out-idx) TO garn-payee-in
      *
           MOVE ws-garn-kind (ws-garn-out-idx) TO garn-kind-in
      *
           MOVE ws-garn-amount (ws-garn-out-idx) TO garn-amount-in
      *
           MOVE ws-garn-percent (ws-garn-out-idx) TO garn-percent-in
      *
           MOVE ws-garn-owed (ws-garn-out-idx) TO garn-owed-in
      *
      * A closed order goes back out with nothing left to collect: it
      * stays on file as a guard against a keyed duplicate but never
      * draws again.
      *
           IF ws-garn-closing (ws-garn-out-idx) = 'Y'
      *
               MOVE ZERO TO garn-owed-in
      *
           END-IF
      *
           WRITE garn-order-record.
      *
       782-REWRITE-ONE-ORDER-EXIT.
      *
           EXIT.
      *
       786-FINISH-FINAL-PAY.
      *
      * Final checks issued are closed now that their orders are.
      * Final pay still pending is listed every run until it is paid,
      * marked past due once the date the law allows has gone by.
      *
           MOVE 'Y' TO ws-more-final-records
      *
           MOVE LOW-VALUES TO final-employee-id
      *
           START final-pay-file KEY IS NOT < final-employee-id
      *
               INVALID KEY
      *
                   MOVE 'N' TO ws-more-final-records
      *
           END-START
      *
           PERFORM UNTIL ws-more-final-records = 'N'
      *
               READ final-pay-file NEXT RECORD
      *
                   AT END
      *
                       MOVE 'N' TO ws-more-final-records
      *
                   NOT AT END
      *
                       PERFORM 787-FINISH-ONE-FINAL-PAY
      *
                           THRU 787-FINISH-ONE-FINAL-PAY-EXIT
      *
               END-READ
      *
           END-PERFORM.
      *
       786-FINISH-FINAL-PAY-EXIT.
      *
           EXIT.
      *
       787-FINISH-ONE-FINAL-PAY.
      *
           IF final-pay-issued
      *
               SET final-pay-closed TO TRUE
      *
               REWRITE final-pay-record
      *
               GO TO 787-FINISH-ONE-FINAL-PAY-EXIT
      *
           END-IF
      *
           IF NOT final-pay-pending
      *
               GO TO 787-FINISH-ONE-FINAL-PAY-EXIT
      *
           END-IF
      *
           MOVE SPACES TO final-pay-detail-line
      *
           MOVE "FINAL PAY NOT ISSUED" TO final-tag-out
      *
           MOVE final-employee-id TO final-id-out
      *
           MOVE final-employee-id TO master-employee-id
      *
           READ employee-master
      *
               INVALID KEY
      *
                   MOVE SPACES TO master-employee-name
      *
           END-READ
      *
           MOVE master-employee-name TO final-name-out
      *
           MOVE final-term-date TO final-term-out
      *
           MOVE final-due-date TO final-due-out
      *
           IF ws-run-date > final-due-date
      *
               MOVE "PAST DUE" TO final-timing-out
      *
           END-IF
      *
           WRITE final-pay-detail-line.
      *
       787-FINISH-ONE-FINAL-PAY-EXIT.
      *
           EXIT.
      *
       785-REWRITE-CHECK-CONTROL-EXIT.
      *
           EXIT.
      *
       798-WRITE-STEP-STATISTICS.
      *
           OPEN OUTPUT step-statistics
      *
           MOVE SPACES TO step-stats-rec
      *
           MOVE "payroll-report-generator" TO stats-program-out
      *
           MOVE ws-records-read-this-run TO stats-records-read-out
      *
           MOVE ws-exception-count TO stats-exception-count-out
      *
           MOVE ws-ach-total-amount TO stats-ach-total-out
      *
           MOVE ws-check-total-amount TO stats-check-total-out
      *
           WRITE step-stats-rec
      *
           CLOSE step-statistics.
      *
       798-WRITE-STEP-STATISTICS-EXIT.
      *
           EXIT.
      *
       790-WRITE-GL-JOURNAL.
      *
           MOVE ZERO TO ws-gl-total-debits
      *
           MOVE ZERO TO ws-gl-total-credits
      *
           MOVE ZERO TO ws-gl-er-tax-total
      *
           MOVE SPACES TO gl-journal-rec
      *
               VARYING ws-gl-dept-idx FROM 1 BY 1
      *
                   UNTIL ws-gl-dept-idx > ws-dept-count
      *
      * The company's own tax is an expense of the departments that
      * earned the wages and a liability until it is remitted; the
      * credit below carries the sum of the department debits.
      *
           PERFORM 793-WRITE-ONE-GL-ER-DEPT
      *
               THRU 793-WRITE-ONE-GL-ER-DEPT-EXIT
      *
               VARYING ws-gl-dept-idx FROM 1 BY 1
      *
                   UNTIL ws-gl-dept-idx > ws-dept-count
      *
           MOVE ws-gl-er-tax-account TO ws-gl-line-account
      *
           MOVE ws-gl-er-tax-total TO ws-gl-line-amount
      *
           MOVE "EMPLOYER TAX PAYABLE" TO ws-gl-line-desc
      *
           PERFORM 794-WRITE-ONE-GL-CREDIT
      *
           MOVE ws-gl-tax-account TO ws-gl-line-account
      *
      *
           PERFORM 794-WRITE-ONE-GL-CREDIT
      *
      * Each deduction plan is payable to its own account - the
      * carrier, the retirement trustee, the union - so each gets its
      * own credit for what it withheld this run.
      *
           PERFORM 797-WRITE-ONE-GL-PLAN
      *
               THRU 797-WRITE-ONE-GL-PLAN-EXIT
      *
               VARYING ws-plan-gl-idx FROM 1 BY 1
      *
                   UNTIL ws-plan-gl-idx > ws-plan-count
      *
      * Net-pay cash is the deposit control total plus the check
      * register, so the journal ties to both payment files.
      *
       792-WRITE-ONE-GL-DEPT-EXIT.
      *
           EXIT.
      *
       793-WRITE-ONE-GL-ER-DEPT.
      *
           IF ws-dept-er-tax (ws-gl-dept-idx) = ZERO
      *
               GO TO 793-WRITE-ONE-GL-ER-DEPT-EXIT
      *
           END-IF
      *
      * Same fallback as the wage lines: a department with no employer
      * tax expense account mapped posts to suspense.
      *
           MOVE ws-gl-suspense-account TO ws-gl-dept-account
      *
           MOVE 1 TO ws-gl-map-search-idx
      *
           PERFORM UNTIL ws-gl-map-search-idx > ws-gl-er-dept-map-count
      *
               IF ws-gl-er-map-dept (ws-gl-map-search-idx) =
      *
                   ws-dept-code (ws-gl-dept-idx)
      *
                   MOVE ws-gl-er-map-dept-account (ws-gl-map-search-idx)
      *
                       TO ws-gl-dept-account
      *
                   MOVE ws-gl-er-dept-map-count TO ws-gl-map-search-idx
      *
               END-IF
      *
               ADD 1 TO ws-gl-map-search-idx
      *
           END-PERFORM
      *
           MOVE ws-dept-er-tax (ws-gl-dept-idx) TO ws-gl-line-amount
      *
           MOVE SPACES TO gl-journal-rec
      *
           MOVE 'D' TO gl-rec-type-out
      *
           MOVE ws-gl-dept-account TO gl-account-out
      *
           MOVE "EMPLOYER TAX" TO gl-desc-out
      *
           MOVE ws-dept-code (ws-gl-dept-idx) TO gl-desc-out (14:4)
      *
           MOVE ws-gl-line-amount TO gl-debit-out
      *
           MOVE ZERO TO gl-credit-out
      *
           WRITE gl-journal-rec
      *
           ADD ws-gl-line-amount TO ws-gl-total-debits
      *
           ADD ws-gl-line-amount TO ws-gl-er-tax-total.
      *
       793-WRITE-ONE-GL-ER-DEPT-EXIT.
      *
           EXIT.
      *
       794-WRITE-ONE-GL-CREDIT.
      *
       794-WRITE-ONE-GL-CREDIT-EXIT.
      *
           EXIT.
      *
       797-WRITE-ONE-GL-PLAN.
      *
           IF ws-plan-run-total (ws-plan-gl-idx) = ZERO
      *
               GO TO 797-WRITE-ONE-GL-PLAN-EXIT
      *
           END-IF
      *
           MOVE ws-plan-gl-account (ws-plan-gl-idx)
      *
               TO ws-gl-line-account
      *
           MOVE ws-plan-run-total (ws-plan-gl-idx) TO ws-gl-line-amount
      *
           MOVE ws-plan-desc (ws-plan-gl-idx) TO ws-gl-line-desc
      *
           PERFORM 794-WRITE-ONE-GL-CREDIT.
      *
       797-WRITE-ONE-GL-PLAN-EXIT.
      *
           EXIT.
      *
       795-RECORD-COMPLETED-RUNS.
      *
      * A supplemental run repeats dates already on file and records
      * nothing new for them; only the clean end of a run gets here,
      * so a failed run leaves its period open for the RESTART.
      *
      * A final-pay run is off the calendar and closes no period.
      *
           IF final-pay-run-requested
      *
               GO TO 795-RECORD-COMPLETED-RUNS-EXIT
      *
           END-IF
      *
           OPEN EXTEND run-control
      *
                   ADD ws-accum-wages
      *
                       TO ws-dept-wages (ws-dept-search-idx)
      *
                   ADD ws-accum-er-tax
      *
                       TO ws-dept-er-tax (ws-dept-search-idx)
      *
                   SET ws-dept-search-idx TO ws-dept-count
      *
                   DISPLAY "OFFENDING DEPARTMENT CODE: "
      *
                       department-code-in
      *
                   MOVE 16 TO RETURN-CODE
      *
                   STOP RUN
      *
               MOVE ws-accum-hours TO ws-dept-hours (ws-dept-count)
      *
               MOVE ws-accum-wages TO ws-dept-wages (ws-dept-count)
      *
               MOVE ws-accum-er-tax TO ws-dept-er-tax (ws-dept-count)
      *
           END-IF.
      *
                           DISPLAY "GRAND TOTAL HOURS OVERFLOWED"
      *
                               " - HALTING RUN"
      *
                           MOVE 16 TO RETURN-CODE
      *
                           STOP RUN
      *
                           DISPLAY "GRAND TOTAL WAGES OVERFLOWED"
      *
                               " - HALTING RUN"
      *
                           MOVE 16 TO RETURN-CODE
      *
                           STOP RUN
      *
       635-WRITE-ONE-HISTORY-EXIT.
      *
           EXIT.
      *
       632-WRITE-LEDGER-ENTRY.
      *
      * The week as it was paid, for good: unlike emp-hist.txt this
      * file is only ever extended, one record per employee per pay
      * date.
      *
           MOVE SPACES TO ledger-record
      *
           MOVE ws-run-date TO ledger-pay-date
      *
           MOVE employee-id-in TO ledger-employee-id
      *
           MOVE department-code-in TO ledger-department-code
      *
           IF salaried-pay-applies
      *
               MOVE 'S' TO ledger-pay-type
      *
           ELSE
      *
               MOVE 'H' TO ledger-pay-type
      *
           END-IF
      *
           MOVE ws-regular-hours TO ledger-regular-hours
      *
           MOVE ws-overtime-hours TO ledger-overtime-hours
      *
           MOVE ws-leave-hours-total TO ledger-leave-hours
      *
           IF hourly-rate-in IS NUMERIC
      *
               MOVE hourly-rate-in TO ledger-hourly-rate
      *
           ELSE
      *
               MOVE ZERO TO ledger-hourly-rate
      *
           END-IF
      *
           MOVE ws-regular-pay TO ledger-regular-pay
      *
           MOVE ws-overtime-pay TO ledger-overtime-pay
      *
           MOVE ws-gross-pay TO ledger-gross-pay
      *
           IF is-final-pay-record
      *
               MOVE ws-final-payout-hours TO ledger-payout-hours
      *
           ELSE
      *
               MOVE ZERO TO ledger-payout-hours
      *
           END-IF
      *
           WRITE ledger-record.
      *
       632-WRITE-LEDGER-ENTRY-EXIT.
      *
           EXIT.
      *
       400-UPDATE-YTD-FILE.
      *
               MOVE ZERO TO ytd-gross-pay
      *
               MOVE ZERO TO ytd-quarters-closed
      *
               MOVE ZERO TO ytd-er-ss-wages
      *
               MOVE ZERO TO ytd-er-ss-tax
      *
               MOVE ZERO TO ytd-er-ui-wages
      *
               MOVE ZERO TO ytd-er-ui-tax
      *
               MOVE ZERO TO ytd-taxable-wages
      *
               MOVE ZERO TO ytd-tax-withheld
      *
               MOVE ZERO TO ytd-benefits-withheld
      *
               MOVE ZERO TO ytd-garnish-withheld
      *
               MOVE ZERO TO ytd-pretax-withheld
      *
               MOVE ZERO TO ytd-aftertax-withheld
      *
               PERFORM 190-ZERO-ONE-QUARTER
      *
               ADD ws-overtime-pay TO ytd-overtime-pay
      *
               ADD ws-gross-pay TO ytd-gross-pay
      *
      * The employer figures 239-COMPUTE-EMPLOYER-TAX worked out for
      * this week accrue alongside, so the quarter close can report
      * the company's liability straight off the buckets.
      *
               ADD ws-er-ss-wages TO ytd-er-ss-wages
      *
               ADD ws-er-ss-tax TO ytd-er-ss-tax
      *
               ADD ws-er-ui-wages TO ytd-er-ui-wages
      *
               ADD ws-er-ui-tax TO ytd-er-ui-tax
      *
      * And what 240-CALCULATE-NET-PAY really took out of the check,
      * for the year-end statement.
      *
               ADD ws-taxable-gross TO ytd-taxable-wages
      *
               ADD ws-computed-tax TO ytd-tax-withheld
      *
               ADD ws-benefits-this-week TO ytd-benefits-withheld
      *
               ADD ws-garnish-this-week TO ytd-garnish-withheld
      *
               ADD ws-pretax-this-week TO ytd-pretax-withheld
      *
               ADD ws-aftertax-this-week TO ytd-aftertax-withheld
      *
           END-IF
      *
                   MOVE 999.99 TO leave-sick-balance
      *
           END-ADD
      *
      * A final check empties the balances: the vacation hours were
      * just paid out, and sick leave is not paid at termination, so
      * what is left of it is forfeited.
      *
           IF is-final-pay-record
      *
               MOVE ZERO TO leave-vacation-balance
      *
               MOVE ZERO TO leave-sick-balance
      *
           END-IF
      *
           IF leave-record-found
      *
       908-OPEN-ARREARS-FILE-EXIT.
      *
           EXIT.
      *
       915-OPEN-ELECTION-FILE.
      *
      * Open the plan elections for random update; if the file doesn't
      * exist yet, create it empty first, the same way
      * 900-OPEN-YTD-FILE creates emp-ytd.dat.
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
       915-OPEN-ELECTION-FILE-EXIT.
      *
           EXIT.
      *
       925-OPEN-EARNINGS-LEDGER.
      *
      * The ledger only ever grows; if this is the first run there is
      * no file to extend yet, so create it empty first.
      *
           OPEN EXTEND earnings-ledger
      *
           IF ws-ledger-file-status = "35"
      *
               OPEN OUTPUT earnings-ledger
      *
               CLOSE earnings-ledger
      *
               OPEN EXTEND earnings-ledger
      *
           END-IF.
      *
       925-OPEN-EARNINGS-LEDGER-EXIT.
      *
           EXIT.
      *
       935-OPEN-CHECK-OUTSTANDING.
      *
       935-OPEN-CHECK-OUTSTANDING-EXIT.
      *
           EXIT.
      *
       938-OPEN-FINAL-PAY-FILE.
      *
      * employee-master-maintenance creates the file with the first
      * TERMINATE; until then there is no final pay owed, and an empty
      * file says so as well as a missing one.
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
       938-OPEN-FINAL-PAY-FILE-EXIT.
      *
           EXIT.
      *
       910-OPEN-EMPLOYEE-MASTER.
      *
           IF ws-master-file-status = "35"
      *
               DISPLAY "EMPLOYEE MASTER FILE MISSING - HALTING RUN"
      *
               MOVE 16 TO RETURN-CODE
      *
               STOP RUN
      *
               VARYING ws-garn-ckpt-idx FROM 1 BY 1
      *
                   UNTIL ws-garn-ckpt-idx > 50
      *
           MOVE ws-plan-count TO restart-plan-count
      *
           PERFORM 804-CHECKPOINT-ONE-PLAN
      *
               VARYING ws-plan-ckpt-idx FROM 1 BY 1
      *
                   UNTIL ws-plan-ckpt-idx > 20
      *
           WRITE restart-rec
      *
       803-CHECKPOINT-ONE-ORDER-EXIT.
      *
           EXIT.
      *
       804-CHECKPOINT-ONE-PLAN.
      *
           IF ws-plan-ckpt-idx NOT > ws-plan-count
      *
               MOVE ws-plan-run-total (ws-plan-ckpt-idx)
      *
                   TO restart-plan-total (ws-plan-ckpt-idx)
      *
           ELSE
      *
               MOVE ZERO TO restart-plan-total (ws-plan-ckpt-idx)
      *
           END-IF.
      *
       804-CHECKPOINT-ONE-PLAN-EXIT.
      *
           EXIT.
      *
       805-MAYBE-WRITE-CHECKPOINT.
      *
               VARYING ws-garn-ckpt-idx FROM 1 BY 1
      *
                   UNTIL ws-garn-ckpt-idx > 50
      *
           MOVE ZERO TO restart-plan-count
      *
           PERFORM 814-ZERO-PLAN-CHECKPOINT
      *
               VARYING ws-plan-ckpt-idx FROM 1 BY 1
      *
                   UNTIL ws-plan-ckpt-idx > 20
      *
           WRITE restart-rec
      *
       813-ZERO-ORDER-CHECKPOINT-EXIT.
      *
           EXIT.
      *
       814-ZERO-PLAN-CHECKPOINT.
      *
           MOVE ZERO TO restart-plan-total (ws-plan-ckpt-idx).
      *
       814-ZERO-PLAN-CHECKPOINT-EXIT.
      *
           EXIT.
      *
       815-FLUSH-OUTPUT-FILES.
      *
           CLOSE listing-work
      *
           OPEN EXTEND listing-work
      *
           CLOSE final-pay-report
      *
           OPEN EXTEND final-pay-report
      *
           IF csv-output-requested
      *
           CLOSE arrears-file
      *
           PERFORM 908-OPEN-ARREARS-FILE
      *
           CLOSE election-file
      *
           PERFORM 915-OPEN-ELECTION-FILE
      *
           CLOSE earnings-ledger
      *
           PERFORM 925-OPEN-EARNINGS-LEDGER
      *
           CLOSE check-outstanding
      *
           PERFORM 935-OPEN-CHECK-OUTSTANDING
      *
           CLOSE final-pay-file
      *
           PERFORM 938-OPEN-FINAL-PAY-FILE.
      *
       815-FLUSH-OUTPUT-FILES-EXIT.
      *
                               UNTIL ws-garn-ckpt-idx >
      *
                                   ws-resume-garn-count
      *
      * The plan totals wait the same way for
      * 126-LOAD-DEDUCTION-PLANS.
      *
                       MOVE restart-plan-count TO ws-resume-plan-count
      *
                       PERFORM 956-STASH-PLAN-CHECKPOINT
      *
                           VARYING ws-plan-ckpt-idx FROM 1 BY 1
      *
                               UNTIL ws-plan-ckpt-idx >
      *
                                   ws-resume-plan-count
      *
               END-READ
      *
      *
           EXIT.
      *
       956-STASH-PLAN-CHECKPOINT.
      *
           MOVE restart-plan-total (ws-plan-ckpt-idx)
      *
               TO ws-resume-plan-total (ws-plan-ckpt-idx).
      *
       956-STASH-PLAN-CHECKPOINT-EXIT.
      *
           EXIT.
      *
