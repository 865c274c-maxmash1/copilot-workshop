           SELECT ACH-FILE
               ASSIGN TO "ACH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-WORK-FILE
               ASSIGN TO "ACHWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACW-FILE-STATUS.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO "EXCEPRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YTD-KEY
                   FILE STATUS IS YTD-FILE-STATUS.
           SELECT PAY-CALENDAR
               ASSIGN TO "PAYCAL.DAT"
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PTO-EMPLOYEE-ID
                   FILE STATUS IS PTO-FILE-STATUS.
           SELECT ACA-HOURS
               ASSIGN TO "ACAHRS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS AH-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO "TAXRATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TR-FILE-STATUS.
           SELECT LABOR-DIST-WORK
               ASSIGN TO "LABORWRK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LDW-FILE-STATUS.
           SELECT LABOR-DIST-REPORT
               ASSIGN TO "LABORDST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-ALLOCATIONS
               ASSIGN TO "DEPALLOC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DA-KEY
                   FILE STATUS IS DA-FILE-STATUS.
           SELECT RECORDKEEPER-FILE
               ASSIGN TO "RKCONTRB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT
               ASSIGN TO "VARIANCE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-EXCEPTION-REPORT
               ASSIGN TO "TRIALEXC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-REGISTER
               ASSIGN TO "TRIALREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * timecards arrive from the departments as keyed batches --
                   88  TC-BATCH-HEADER     VALUE "H".
                   88  TC-DETAIL-CARD      VALUE "D".
                   88  TC-BATCH-TRAILER    VALUE "T".
               02 FILLER           PIC X(117).
           01 TIMECARD.
               02 FILLER       PIC X(01).
               02 EMP-ID       PIC X(05).
                   88  PTO-EARNINGS        VALUE "V", "S", "H".
                   88  VALID-EARNINGS-TYPE VALUE "R", " ", "V",
                                                 "S", "H".
      * where the hours were worked -- up to four charge-to segments,
      * each a department, cost center, and project with the hours
      * charged there, so a floater's week is keyed on one card
      * instead of being reclassed by hand after the fact.  A blank
      * segment department means the employee's home EM-DEPARTMENT;
      * the first coded segment keyed without hours takes whatever
      * hours the other segments didn't claim, and hours no segment
      * claims at all go to the home department.  A card keyed before
      * the segments existed arrives space-padded and charges its
      * whole pay to the home department, the way every card did
      * until now.
               02 TC-CHARGE-TO OCCURS 4 TIMES.
                   03 TC-CHG-DEPARTMENT    PIC X(04).
                   03 TC-CHG-COST-CENTER   PIC X(06).
                   03 TC-CHG-PROJECT       PIC X(06).
                   03 TC-CHG-HOURS         PIC 999V9.
      * batch header and trailer view of the same record -- the
      * header carries the department and batch number; the trailer
      * repeats them and adds the count and hours total the
               COPY EMPMAST.
           FD DEDUCTIONS.
               COPY DEDCTFIL.
      * direct-deposit ACH file -- one 94-character NACHA record per
      * line, built in working storage and moved here to write.  One
      * PPD batch per company paid, each under its own company name
      * and FEIN; see WRITE-ACH-FILE.
           FD ACH-FILE.
           01 ACH-OUTPUT-RECORD        PIC X(94).
      * direct-deposit entries as the checks are cut, each tagged
      * with the company whose batch it belongs in.  Written as each
      * check is cut so a restarted run keeps the entries the
      * interrupted run already wrote; WRITE-ACH-FILE reads it back
      * once per company to build that company's batch, the same
      * one-pass-per-key way the labor distribution report reads
      * LABORWRK.DAT.
           FD ACH-WORK-FILE.
           01 ACH-WORK-RECORD.
               02 ACW-COMPANY-CODE     PIC X(02).
               02 ACW-ENTRY-RECORD     PIC X(94).
      * the companies payroll is run for -- see LOAD-COMPANY-TABLE.
           FD COMPANY-FILE.
               COPY COMPANY.
      * timecards that fail validation or the master pay-rate check
      * land here instead of going through payroll.
      * The line is built in EXCEPTION-DETAIL-LINE.
           FD EXCEPTION-REPORT.
           01 EXCEPTION-REPORT-LINE    PIC X(72).
      * checkpoint/restart record for the TIMECARDS read loop.
           FD CHECKPOINT-FILE.
               COPY CHKPTREC.
      * totals lines don't share one layout.
           FD PAYROLL-REGISTER.
           01 REGISTER-REPORT-LINE     PIC X(99).
      * general ledger extract -- wage expense and employer payroll
      * tax expense debited by charge code (department, cost center,
      * project), taxes and deductions withheld credited to their
      * liability accounts, net pay credited to cash.  Picked up by
      * the accounting system's journal entry upload.  Each company
      * paid gets its own balanced journal, every line carrying the
      * company code, so each entity's books post separately.
           FD GL-EXTRACT.
           01 GL-EXTRACT-LINE          PIC X(75).
      * year-to-date earnings -- one record per employee, carried
      * forward from run to run so COMPUTE-FICA can cap Social
      * Security withholding at the annual wage base and YEAREND can
      * check that was never issued by this run gets caught and
      * refused instead of paid.  ACH credits settle through NACHA's
      * own batch/file controls and don't get presented at a teller
      * window, so they have no place on a positive-pay report.  The
      * account the check is drawn on rides at the tail, since each
      * company's checks are drawn on its own account.
           FD POSITIVE-PAY-FILE.
           01 POSITIVE-PAY-LINE.
               02 PPY-CHECK-NUMBER     PIC 9(08).
               02 PPY-PAYEE-NAME       PIC X(25).
               02 FILLER               PIC X(01).
               02 PPY-STATUS           PIC X(06).
               02 FILLER               PIC X(01).
               02 PPY-BANK-ACCOUNT     PIC X(17).
      * per-payment history -- one keyed record per check or ACH
      * credit issued, carrying the full breakdown the payment was
      * cut with, so VOIDCHK voids from the file by key instead of
      * VALIDATE-TIMECARD before a PTO card is allowed to pay.
           FD PTO-BALANCES.
               COPY PTOBAL.
      * hours of service by employee, company, and month, toward
      * ACA full-time status -- see UPDATE-ACA-HOURS.
           FD ACA-HOURS.
               COPY ACAHRS.
      * the effective-dated rate file every withholding figure now
      * comes from -- see LOAD-TAX-RATE-FILE.
           FD TAX-RATE-FILE.
               COPY TAXRATES.
      * labor distribution work file -- one line per charge code per
      * paycheck, written as each check is cut so a restarted run
      * keeps the lines the interrupted run already wrote.  CLEAN-UP
      * reads it back once per charge code to print the labor
      * distribution report grouped by cost center.
           FD LABOR-DIST-WORK.
           01 LABOR-DIST-WORK-RECORD.
               02 LDW-DEPARTMENT       PIC X(04).
               02 LDW-COST-CENTER      PIC X(06).
               02 LDW-PROJECT          PIC X(06).
               02 LDW-EMP-ID           PIC X(05).
               02 LDW-EMP-NAME         PIC X(25).
               02 LDW-HOURS            PIC 9(04)V9.
               02 LDW-GROSS-PAY        PIC 9(04)V99.
               02 LDW-ER-TAX           PIC 9(04)V99.
               02 LDW-COMPANY-CODE     PIC X(02).
      * labor distribution report -- hours, wages, and employer taxes
      * by charge code and employee, with a total per charge code that
      * ties to the 5000/5100 debit lines on the GL extract.
           FD LABOR-DIST-REPORT.
           01 LABOR-DIST-LINE          PIC X(90).
      * the direct-deposit split -- the accounts each employee's net
      * pay is dealt out to, and where each account stands in prenote
      * verification.  Read per employee by PLAN-DIRECT-DEPOSIT, and
      * swept once at the end of the run by SEND-PENDING-PRENOTES.
           FD DEPOSIT-ALLOCATIONS.
               COPY DEPALLOC.
      * 401(k) contribution file for the plan recordkeeper -- an H
      * header with the pay date, one D line per employee whose check
      * carried a deferral, catch-up, or match, and a T trailer with
      * the count and totals.  It is the participant-level detail
      * behind the lump sum DEDREMIT remits for the deferrals.
           FD RECORDKEEPER-FILE.
           01 RECORDKEEPER-LINE        PIC X(80).
      * trial-run variance report -- each employee's check as the
      * trial figured it, next to the last regular payroll check on
      * PAY-HISTORY, with a flag line under any swing past the
      * threshold, a first-time payee, or a zero net pay, and a
      * closing list of employees paid last period who have no
      * timecard in this run.  Written only by a trial run.
           FD VARIANCE-REPORT.
           01 VARIANCE-REPORT-LINE     PIC X(120).
      * a trial run's exception report and register -- the same
      * lines as the live ones, in files of their own, so a preview
      * never overwrites the last live payroll's reports or lands in
      * the files an interrupted live run restarts onto.
           FD TRIAL-EXCEPTION-REPORT.
           01 TRIAL-EXCEPTION-LINE     PIC X(72).
           FD TRIAL-REGISTER.
           01 TRIAL-REGISTER-LINE      PIC X(99).
       WORKING-STORAGE SECTION.
      * temporary variables in computational usage.
      *    intermediate values for computing paycheck with overtime
           01 SS-WAGE-BASE         PIC 9(6)V99.
      * Employer-side rates.  The company matches the employee's
      * Social Security and Medicare withholding dollar for dollar;
      * FUTA is the net federal rate after the full state credit.
      * SUTA is each employer's own assigned state experience rate,
      * off its COMPANY-FILE record (CT-SUTA-RATE).  Both
      * unemployment taxes stop at their own annual wage bases, capped
      * per employee the same way COMPUTE-FICA caps Social Security.
           77 Futa-tax-rate       Pic V9999 Value Is .0060 .
           77 Futa-Wage-Base      Pic 9(6)V99 Value Is 7000.00 .
           77 Suta-Wage-Base      Pic 9(6)V99 Value Is 9500.00 .
      * hours of PTO accrued per pay period for an employee whose
      * balance record hasn't had rates set yet -- two weeks of
           01 SUTA-TAX-TOTAL           PIC 9(08)V99 USAGE COMP VALUE 0.
           01 ER-TAX-EXPENSE-TOTAL     PIC 9(09)V99 USAGE COMP VALUE 0.
           01 ER-FICA-PAYABLE-TOTAL    PIC 9(09)V99 USAGE COMP VALUE 0.
      * 401(k) -- the plan year's limits and match formula off the
      * rate file, and what is left of each limit for the employee
      * being paid.  A retirement deduction fills the regular
      * deferral room first and spills into catch-up room only for
      * an employee 50 or older by the end of the tax year; whatever
      * fits in neither is simply not taken.  The employer match is
      * MATCH-RATE of the check's deferrals, counting deferrals only
      * up to MATCH-CAP-PCT of gross pay.  No match row in force
      * means no match.
           01 DEFERRAL-LIMIT           PIC 9(6)V99.
           01 CATCHUP-LIMIT            PIC 9(6)V99.
           01 MATCH-RATE               PIC V999.
           01 MATCH-CAP-PCT            PIC V999.
           01 DEFERRAL-ROOM            PIC S9(8)V99 USAGE COMP.
           01 CATCHUP-ROOM             PIC S9(8)V99 USAGE COMP.
      * the employee's deferrals so far this year on every company's
      * YTD record -- the limits are the person's, not the employer's,
      * so a transfer between companies doesn't open fresh room.
           01 PERSON-401K-DEFERRAL     PIC 9(08)V99 USAGE COMP.
           01 PERSON-401K-CATCHUP      PIC 9(08)V99 USAGE COMP.
           01 YTD-SCAN-SW              PIC X(01).
               88  YTD-SCAN-MORE           VALUE "Y".
               88  YTD-SCAN-DONE           VALUE "N".
           01 DEFERRAL-WANTED          PIC 9(4)V99 USAGE COMP.
           01 CATCHUP-WANTED           PIC 9(4)V99 USAGE COMP.
           01 DEFERRAL-THIS-LINE       PIC 9(4)V99 USAGE COMP.
           01 CATCHUP-THIS-LINE        PIC 9(4)V99 USAGE COMP.
           01 CHECK-401K-DEFERRAL      PIC 9(4)V99 USAGE COMP.
           01 CHECK-401K-CATCHUP       PIC 9(4)V99 USAGE COMP.
           01 MATCH-BASE               PIC 9(4)V99 USAGE COMP.
           01 MATCH-CAP-AMOUNT         PIC 9(4)V99 USAGE COMP.
           01 ER-401K-MATCH            PIC 9(4)V99 USAGE COMP.
           01 BIRTH-YEAR               PIC 9(04) USAGE COMP.
           01 CATCHUP-ELIGIBLE-SW      PIC X(01).
               88  CATCHUP-ELIGIBLE        VALUE "Y".
               88  CATCHUP-NOT-ELIGIBLE    VALUE "N".
      * run totals for the match expense/liability lines and the
      * recordkeeper trailer, checkpointed with the others.
           01 ER-MATCH-TOTAL           PIC 9(08)V99 USAGE COMP VALUE 0.
           01 RK-ENTRY-COUNT           PIC 9(06) USAGE COMP VALUE 0.
           01 RK-DEFERRAL-TOTAL        PIC 9(08)V99 USAGE COMP VALUE 0.
           01 RK-CATCHUP-TOTAL         PIC 9(08)V99 USAGE COMP VALUE 0.
           01 RK-HEADER-LINE.
               02 FILLER               PIC X(01) VALUE "H".
               02 RKH-PAY-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 FILLER               PIC X(24)
                   VALUE "401K CONTRIBUTION DETAIL".
           01 RK-DETAIL-LINE.
               02 FILLER               PIC X(01) VALUE "D".
               02 RKD-EMP-ID           PIC X(05).
               02 FILLER               PIC X(01).
               02 RKD-EMP-NAME         PIC X(25).
               02 FILLER               PIC X(01).
               02 RKD-PAY-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 RKD-DEFERRAL         PIC 9(6)V99.
               02 FILLER               PIC X(01).
               02 RKD-CATCHUP          PIC 9(6)V99.
               02 FILLER               PIC X(01).
               02 RKD-MATCH            PIC 9(6)V99.
           01 RK-TRAILER-LINE.
               02 FILLER               PIC X(01) VALUE "T".
               02 RKT-ENTRY-COUNT      PIC 9(06).
               02 FILLER               PIC X(01).
               02 RKT-DEFERRAL-TOTAL   PIC 9(08)V99.
               02 FILLER               PIC X(01).
               02 RKT-CATCHUP-TOTAL    PIC 9(08)V99.
               02 FILLER               PIC X(01).
               02 RKT-MATCH-TOTAL      PIC 9(08)V99.
      * 88 Level is for conditions.
           01 END-FILE             PIC X.
               88  EOF VALUE "T".
                   03 FED-STATUS-EFF OCCURS 3 TIMES.
                       04 FED-BRACKET-EFF OCCURS 5 TIMES PIC 9(08).
               02 ST-RATE-EFF OCCURS 10 TIMES PIC 9(08).
               02 DEFERRAL-LIMIT-EFF   PIC 9(08).
               02 CATCHUP-LIMIT-EFF    PIC 9(08).
               02 MATCH-FORMULA-EFF    PIC 9(08).
      * PTO balance lookup for the employee on the current timecard.
           01 PTO-FILE-STATUS      PIC X(02).
           01 PTO-FOUND-SW         PIC X(01).
               88  PTO-RECORD-FOUND     VALUE "Y".
               88  PTO-RECORD-NOT-FOUND VALUE "N".
      * ACA hours-of-service posting for the check being cut -- the
      * month the pay period ends in, and the hours a salaried
      * employee is credited for the period.
           01 AH-FILE-STATUS       PIC X(02).
           01 AH-FOUND-SW          PIC X(01).
               88  AH-RECORD-FOUND      VALUE "Y".
               88  AH-RECORD-NOT-FOUND  VALUE "N".
           01 ACA-HOURS-MONTH      PIC 9(06).
           01 ACA-CREDIT-HOURS     PIC 9(03)V99.
      * run control -- the pay date this run is being processed for,
      * read once from the pay calendar's run-control row by
      * READ-PAY-CALENDAR, plus one due-table slot per pay frequency
               02  RUN-PAY-MONTH   PIC 9(02).
               02  RUN-PAY-DAY     PIC 9(02).
           01 RUN-TAX-YEAR         PIC 9(04).
      * trial or live, off the run-control row -- see PC-RUN-MODE.
           01 RUN-MODE-SW          PIC X(01) VALUE "L".
               88  TRIAL-RUN           VALUE "T".
               88  LIVE-RUN            VALUE "L".
           01 CAL-DUE-TABLE.
               02 CAL-DUE-ENTRY OCCURS 4 TIMES
                       INDEXED BY CAL-IDX.
                       88  CAL-FREQ-DUE     VALUE "Y".
                   03 CAL-PERIOD-START  PIC 9(08).
                   03 CAL-PERIOD-END    PIC 9(08).
      * the frequency's pay date before this one -- off the calendar
      * when it still carries the earlier rows, else the latest
      * regular payment a trial run finds on PAY-HISTORY for the
      * frequency -- so the variance report can tell who was paid
      * last period.
                   03 CAL-PRIOR-PAY-DATE PIC 9(08).
                   03 CAL-LAST-PAID-DATE PIC 9(08).
           01 FREQ-DUE-SW          PIC X(01).
               88  FREQUENCY-DUE-THIS-RUN  VALUE "Y".
               88  FREQUENCY-NOT-DUE       VALUE "N".
           01 PAY-RATE-SW          PIC X(01).
               88  PAY-RATE-OK         VALUE "Y".
               88  PAY-RATE-MISMATCH   VALUE "N".
      * the companies payroll is run for, off COMPANY-FILE -- loaded
      * once at start-up by LOAD-COMPANY-TABLE.  The employee's
      * EM-COMPANY-CODE picks the entry whose FEIN, bank account, and
      * SUTA rate the check is cut under (CT-IDX stays on it for the
      * whole check), and the entry carries that company's run totals
      * for its register line and its GL journal.
           01 CO-FILE-STATUS       PIC X(02).
           01 CO-END-FILE          PIC X.
               88  CO-EOF VALUE "T".
           77 Original-company     Pic X(02) Value Is "01" .
           01 PAY-COMPANY-CODE     PIC X(02).
           01 COMPANY-FOUND-SW     PIC X(01).
               88  COMPANY-FOUND       VALUE "Y".
               88  COMPANY-NOT-FOUND   VALUE "N".
           01 COMPANY-TABLE.
               02 CT-ENTRY OCCURS 10 TIMES
                       INDEXED BY CT-IDX.
                   03 CT-COMPANY-CODE       PIC X(02).
                   03 CT-COMPANY-NAME       PIC X(23).
                   03 CT-FEIN               PIC X(09).
                   03 CT-BANK-ACCOUNT       PIC X(17).
                   03 CT-SUTA-RATE          PIC V9999.
                   03 CT-EMPLOYEE-COUNT     PIC 9(06) USAGE COMP.
                   03 CT-GROSS-TOTAL        PIC 9(08)V99 USAGE COMP.
                   03 CT-FED-TAX-TOTAL      PIC 9(08)V99 USAGE COMP.
                   03 CT-STATE-TAX-TOTAL    PIC 9(08)V99 USAGE COMP.
                   03 CT-FICA-TAX-TOTAL     PIC 9(08)V99 USAGE COMP.
                   03 CT-NET-PAY-TOTAL      PIC 9(09)V99 USAGE COMP.
                   03 CT-DEDUCTION-TOTAL    PIC 9(08)V99 USAGE COMP.
                   03 CT-ER-SS-TAX-TOTAL    PIC 9(08)V99 USAGE COMP.
                   03 CT-ER-MEDICARE-TOTAL  PIC 9(08)V99 USAGE COMP.
                   03 CT-FUTA-TAX-TOTAL     PIC 9(08)V99 USAGE COMP.
                   03 CT-SUTA-TAX-TOTAL     PIC 9(08)V99 USAGE COMP.
                   03 CT-ER-MATCH-TOTAL     PIC 9(08)V99 USAGE COMP.
           01 CT-COUNT             PIC 9(02) USAGE COMP VALUE 0.
           01 CKPT-CO-SUB          PIC 9(02) USAGE COMP.
      * graduated federal withholding -- WITHHOLDING-TABLE is loaded
      * once at start-up and walked per employee by COMPUTE-FED-TAX.
           COPY WHTABLE.
           01 ACH-TRACE-SEQUENCE   PIC 9(07) USAGE COMP VALUE 0.
           01 ACH-PAD-COUNT        PIC 9(04) USAGE COMP VALUE 0.
           01 ACH-PAD-IDX          PIC 9(04) USAGE COMP VALUE 0.
      * per-company batch assembly -- the batch being built, with its
      * own entry count, hash, and credit total for its batch
      * control; the run-level figures above go on the file control.
      * The file header names the first company on COMPANY-FILE as
      * the originator of the file as a whole.
           01 ACW-FILE-STATUS      PIC X(02).
           01 ACW-END-FILE         PIC X.
               88  ACW-EOF VALUE "T".
           01 ACH-BATCH-COUNT      PIC 9(06) USAGE COMP VALUE 0.
           01 ACH-BATCH-ENTRIES    PIC 9(06) USAGE COMP.
           01 ACH-BATCH-HASH       PIC 9(10) USAGE COMP.
           01 ACH-BATCH-CREDIT     PIC 9(12)V99 USAGE COMP.
           01 ACH-BATCH-OPEN-SW    PIC X(01).
               88  ACH-BATCH-IS-OPEN   VALUE "Y".
               88  ACH-NO-BATCH-OPEN   VALUE "N".
           01 ACH-IMMED-ORIGIN.
               02 FILLER               PIC X(01) VALUE SPACE.
               02 ACH-ORIGIN-FEIN      PIC X(09).
      * the one entry WRITE-ACH-ENTRY is about to write -- the account,
      * the amount, and whose it is -- filled in by the deposit split
      * for a credit and by SEND-ONE-PRENOTE for a zero-dollar
      * prenote, which goes out under the 23/33 transaction codes
      * instead of 22/32.
           01 DEPOSIT-TARGET.
               02 DEP-ROUTING-NUMBER   PIC 9(09).
               02 DEP-ACCOUNT-NUMBER   PIC X(17).
               02 DEP-ACCOUNT-TYPE     PIC X(01).
                   88  DEP-SAVINGS         VALUE "S".
           01 DEP-ENTRY-AMOUNT     PIC 9(06)V99 USAGE COMP.
           01 DEP-INDIVIDUAL-ID    PIC X(05).
           01 DEP-INDIVIDUAL-NAME  PIC X(25).
           01 DEP-COMPANY-CODE     PIC X(02).
           01 DEP-ENTRY-KIND-SW    PIC X(01).
               88  DEP-CREDIT-ENTRY    VALUE "C".
               88  DEP-PRENOTE-ENTRY   VALUE "P".
      * direct-deposit split for the check being cut -- one plan line
      * per account on DEPOSIT-ALLOCATIONS, plus the master account
      * when no row takes the remainder.  An employee with no rows is
      * one plan line: the master account, for the whole net pay.
      * Any account the net pay would go to that hasn't cleared its
      * prenote waiting period sends the whole check to paper.
           01 DA-FILE-STATUS       PIC X(02).
           01 DA-MORE-SW           PIC X(01).
               88  DA-MORE-FOR-EMPLOYEE     VALUE "Y".
               88  DA-NO-MORE-FOR-EMPLOYEE  VALUE "N".
           01 DEPOSIT-ROUTE-SW     PIC X(01).
               88  DEPOSIT-BY-ACH      VALUE "Y".
               88  DEPOSIT-BY-CHECK    VALUE "N".
           01 DEP-PLAN-SW          PIC X(01).
               88  DEP-PLAN-USABLE     VALUE "Y".
               88  DEP-PLAN-UNUSABLE   VALUE "N".
           01 MASTER-ACCOUNT-SW    PIC X(01).
               88  MASTER-ACCOUNT-LIVE     VALUE "Y".
               88  MASTER-ACCOUNT-NOT-LIVE VALUE "N".
           01 ACCOUNT-LIVE-SW      PIC X(01).
               88  ACCOUNT-IS-LIVE     VALUE "Y".
               88  ACCOUNT-NOT-LIVE    VALUE "N".
           01 DEPOSIT-PLAN-TABLE.
               02 DEP-PLAN-LINE OCCURS 10 TIMES
                       INDEXED BY DEP-PLAN-IDX.
                   03 DPL-ACCOUNT-INFO.
                       04 DPL-ROUTING-NUMBER   PIC 9(09).
                       04 DPL-ACCOUNT-NUMBER   PIC X(17).
                       04 DPL-ACCOUNT-TYPE     PIC X(01).
                   03 DPL-ALLOC-TYPE       PIC X(01).
                   03 DPL-ALLOC-AMOUNT     PIC 9(4)V99.
                   03 DPL-PAY-AMOUNT       PIC 9(06)V99 USAGE COMP.
           01 DEP-PLAN-COUNT       PIC 9(02) USAGE COMP.
           01 DEP-ROWS-READ        PIC 9(02) USAGE COMP.
           01 DEP-REMAINDER-LINE   PIC 9(02) USAGE COMP.
           01 DEP-NET-LEFT         PIC 9(06)V99 USAGE COMP.
           01 DEP-THIS-AMOUNT      PIC 9(06)V99 USAGE COMP.
           01 DEP-FIRST-TRACE      PIC 9(07) USAGE COMP.
      * prenote waiting period -- calendar days after the prenote's
      * pay date before money may follow it, aged on the same 30/360
      * day count BANKRECN ages outstanding checks by.  A prenote the
      * bank hasn't returned by then is taken as verified.
           77 Prenote-Wait-Days    Pic 9(03) Value Is 10 .
           01 PRENOTE-AGE-DATE.
               02 PN-AGE-YEAR          PIC 9(04).
               02 PN-AGE-MONTH         PIC 9(02).
               02 PN-AGE-DAY           PIC 9(02).
           01 PRENOTE-AGE-DAYS     PIC S9(06) USAGE COMP.
           01 PRENOTE-SENT-COUNT   PIC 9(06) USAGE COMP VALUE 0.
           01 PRENOTE-VERIFY-COUNT PIC 9(06) USAGE COMP VALUE 0.
      * batch balancing -- the pre-run pass that proves every
      * department batch's card count and hours total against its
      * trailer before any pay is computed.  One out-of-balance
           01 RESTART-MODE-SW      PIC X(01).
               88  RESTART-MODE        VALUE "Y".
               88  NORMAL-MODE         VALUE "N".
      * exception report line, written to the live or the trial
      * report by PUT-EXCEPTION-LINE.
           01 EXCEPTION-DETAIL-LINE.
               02 EXL-EMP-ID            PIC X(05).
               02 FILLER                PIC X(01) VALUE SPACE.
               02 EXL-EMP-NAME          PIC X(25).
               02 FILLER                PIC X(01) VALUE SPACE.
               02 EXL-REASON            PIC X(40).
      * a register line on its way to the live or the trial register
      * through PUT-REGISTER-LINE.
           01 REGISTER-OUT-LINE        PIC X(99).
      * payroll register -- one line per paycheck, plus a
      * control-totals line CLEAN-UP writes after the last paycheck so
      * the totals can be tied back to the general ledger.
               02 RT-FICA-TAX-TOTAL    PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 RT-NET-PAY-TOTAL     PIC $$$,$$$,$$9.99.
      * each company's own control totals print ahead of the run's,
      * labeled with the company code.
           01 REG-COMPANY-LABEL.
               02 FILLER               PIC X(08) VALUE "COMPANY ".
               02 RCL-COMPANY-CODE     PIC X(02).
               02 FILLER               PIC X(10) VALUE " TOTALS --".
           01 REG-EMPLOYEE-COUNT       PIC 9(06) USAGE COMP VALUE 0.
           01 REG-GROSS-TOTAL          PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-FED-TAX-TOTAL        PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-STATE-TAX-TOTAL      PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-FICA-TAX-TOTAL       PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-NET-PAY-TOTAL        PIC 9(09)V99 USAGE COMP VALUE 0.
      * trial-run variance report -- a check whose gross, any tax,
      * its deductions, or its net moves more than Variance-Swing-Pct
      * percent from the employee's last regular payroll check is
      * flagged for the supervisors to look at before the live run.
           77 Variance-Swing-Pct   Pic 9(03) Value Is 20 .
           01 VARIANCE-HEADING-LINE.
               02 FILLER               PIC X(37)
                   VALUE "TRIAL RUN VARIANCE REPORT - PAY DATE ".
               02 VH-PAY-DATE          PIC 9(08).
               02 FILLER               PIC X(20)
                   VALUE "   SWING THRESHOLD ".
               02 VH-SWING-PCT         PIC ZZ9.
               02 FILLER               PIC X(04) VALUE " PCT".
           01 VARIANCE-DETAIL-LINE.
               02 VD-EMP-ID            PIC X(05).
               02 FILLER               PIC X(01).
               02 VD-EMP-NAME          PIC X(25).
               02 FILLER               PIC X(01).
               02 VD-LABEL             PIC X(08).
               02 FILLER               PIC X(01).
               02 VD-PAY-DATE          PIC 9(08).
               02 FILLER               PIC X(01).
               02 VD-GROSS-PAY         PIC ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 VD-FED-TAX           PIC ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 VD-STATE-TAX         PIC ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 VD-FICA-TAX          PIC ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 VD-DEDUCTIONS        PIC ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 VD-NET-PAY           PIC ZZZ,ZZ9.99.
           01 VARIANCE-SWING-LINE.
               02 FILLER               PIC X(07) VALUE "    ** ".
               02 VS-ITEM              PIC X(12).
               02 FILLER               PIC X(01).
               02 VS-DIRECTION         PIC X(04).
               02 FILLER               PIC X(01).
               02 VS-CHANGE-PCT        PIC ZZ,ZZZ,ZZ9.9.
               02 FILLER               PIC X(23)
                   VALUE " PCT FROM LAST PERIOD".
           01 VARIANCE-FLAG-LINE.
               02 FILLER               PIC X(07) VALUE "    ** ".
               02 VF-TEXT              PIC X(60).
           01 VARIANCE-COUNT-LINE.
               02 VC-LABEL             PIC X(40).
               02 VC-COUNT             PIC ZZZ,ZZ9.
      * the check being compared and the one it is compared against.
           01 VAR-CURRENT              PIC 9(06)V99 USAGE COMP.
           01 VAR-PRIOR                PIC 9(06)V99 USAGE COMP.
           01 VAR-CHANGE-PCT           PIC S9(08)V9 USAGE COMP.
           01 VAR-ITEM-NAME            PIC X(12).
           01 VAR-DEDUCTION-TOTAL      PIC 9(06)V99 USAGE COMP.
           01 VAR-NEW-ITEM-TEXT.
               02 VNI-ITEM             PIC X(12).
               02 FILLER               PIC X(28)
                   VALUE " NONE ON LAST PERIOD'S CHECK".
           01 VAR-SWING-SW             PIC X(01).
               88  VAR-SWING-FOUND         VALUE "Y".
               88  VAR-NO-SWING            VALUE "N".
           01 VAR-EMPLOYEE-COUNT       PIC 9(06) USAGE COMP VALUE 0.
           01 VAR-SWING-COUNT          PIC 9(06) USAGE COMP VALUE 0.
           01 VAR-FIRST-TIME-COUNT     PIC 9(06) USAGE COMP VALUE 0.
           01 VAR-ZERO-NET-COUNT       PIC 9(06) USAGE COMP VALUE 0.
           01 VAR-MISSED-COUNT         PIC 9(06) USAGE COMP VALUE 0.
      * the employee's last regular payroll check before this pay
      * date, voids passed over, pulled off PAY-HISTORY by FIND-
      * LAST-REGULAR-PAY.
           01 LAST-PAY-SW              PIC X(01).
               88  LAST-PAY-FOUND          VALUE "Y".
               88  LAST-PAY-NOT-FOUND      VALUE "N".
           01 PH-SCAN-SW               PIC X(01).
               88  PH-MORE-FOR-EMPLOYEE    VALUE "Y".
               88  PH-NO-MORE-FOR-EMPLOYEE VALUE "N".
           01 LAST-PAY-DATE            PIC 9(08).
           01 LAST-PAY-GROSS           PIC 9(06)V99.
           01 LAST-PAY-FED-TAX         PIC 9(06)V99.
           01 LAST-PAY-STATE-TAX       PIC 9(06)V99.
           01 LAST-PAY-FICA-TAX        PIC 9(06)V99.
           01 LAST-PAY-DEDUCTIONS      PIC 9(06)V99.
           01 LAST-PAY-NET             PIC 9(06)V99.
      * every employee the trial paid, so the closing pass over
      * PAY-HISTORY can pick out who was paid last period but has no
      * timecard now -- and those who look that way, held until the
      * pass has found the frequency's last pay date on history.
           01 TRIAL-PAYEE-TABLE.
               02 TRIAL-PAYEE-ID       PIC X(05) OCCURS 1000 TIMES
                       INDEXED BY TRIAL-PAYEE-IDX.
           01 TRIAL-PAYEE-COUNT        PIC 9(04) USAGE COMP VALUE 0.
           01 TRIAL-PAYEE-KEY          PIC X(05).
           01 TRIAL-PAYEE-SW           PIC X(01).
               88  TRIAL-PAYEE-FOUND       VALUE "Y".
               88  TRIAL-PAYEE-NOT-FOUND   VALUE "N".
           01 MISSED-PAYEE-TABLE.
               02 MISSED-PAYEE OCCURS 500 TIMES
                       INDEXED BY MISSED-IDX.
                   03 MSP-EMP-ID           PIC X(05).
                   03 MSP-EMP-NAME         PIC X(25).
                   03 MSP-FREQ-SLOT        PIC 9(01).
                   03 MSP-LAST-PAY-DATE    PIC 9(08).
                   03 MSP-LAST-NET         PIC 9(06)V99.
           01 MISSED-PAYEE-COUNT       PIC 9(04) USAGE COMP VALUE 0.
           01 HIST-EMP-ID              PIC X(05).
           01 HIST-EMP-NAME            PIC X(25).
           01 HIST-LAST-PAY-DATE       PIC 9(08).
           01 HIST-LAST-NET            PIC 9(06)V99.
           01 HIST-FREQ-SLOT           PIC 9(01).
           01 HIST-PRIOR-DATE          PIC 9(08).
           01 FREQ-SLOT-SW             PIC X(01).
               88  FREQ-SLOT-FOUND         VALUE "Y".
               88  FREQ-SLOT-NOT-FOUND     VALUE "N".
      * general ledger extract -- one journal entry line layout for
      * both the per-charge-code expense debits and the tax/
      * deduction/cash credits; moved through GL-EXTRACT-LINE the same
      * way the register and ACH records are built in working storage.
      * The cost center and project ride at the tail of the line so
      * every column the journal upload already reads stays where it
      * was; the liability and cash lines leave them blank.  The
      * company code follows them, on every line.
           01 GL-JOURNAL-LINE.
               02 GL-ACCOUNT-CODE      PIC X(04).
               02 FILLER               PIC X(01).
               02 GL-DEBIT-AMOUNT      PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 GL-CREDIT-AMOUNT     PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 GL-COST-CENTER       PIC X(06).
               02 FILLER               PIC X(01).
               02 GL-PROJECT           PIC X(06).
               02 FILLER               PIC X(01).
               02 GL-COMPANY-CODE      PIC X(02).
      * wage expense, employer payroll tax expense, and hours
      * accumulate by charge code as paychecks are cut, then are
      * written to the extract as one debit line per charge code per
      * expense account once the run is complete.  The same table
      * carries the charge-code totals on the labor distribution
      * report.  A charge code is kept per company, since each
      * company's journal carries only its own wage expense.
           01 GL-CHARGE-TOTALS.
               02 GL-CHG-ENTRY OCCURS 50 TIMES
                       INDEXED BY GL-CHG-IDX.
                   03 GL-CHG-COMPANY        PIC X(02).
                   03 GL-CHG-DEPARTMENT     PIC X(04).
                   03 GL-CHG-COST-CENTER    PIC X(06).
                   03 GL-CHG-PROJECT        PIC X(06).
                   03 GL-CHG-HOURS-TOTAL    PIC 9(06)V9 USAGE COMP.
                   03 GL-CHG-GROSS-TOTAL    PIC 9(08)V99 USAGE COMP.
                   03 GL-CHG-ER-TAX-TOTAL   PIC 9(08)V99 USAGE COMP.
           01 GL-CHG-COUNT             PIC 9(02) USAGE COMP VALUE 0.
           01 GL-CHG-FOUND-SW          PIC X(01).
               88  GL-CHG-FOUND            VALUE "Y".
               88  GL-CHG-NOT-FOUND        VALUE "N".
           01 GL-DEDUCTION-TOTAL       PIC 9(08)V99 USAGE COMP VALUE 0.
      * what the charge-code debit lines posted, against the run's
      * control totals -- anything a full table couldn't take (or a
      * restart from a checkpoint written before the table carried
      * employer taxes) is posted as one undistributed line instead
      * of leaving the journal out of balance.
      * Both are kept per company as each company's journal is
      * written.
           01 GL-CHARGED-GROSS-TOTAL   PIC 9(09)V99 USAGE COMP.
           01 GL-CHARGED-ER-TAX-TOTAL  PIC 9(09)V99 USAGE COMP.
           01 GL-UNCHARGED-AMOUNT      PIC 9(09)V99 USAGE COMP.
      * labor distribution for the check being cut -- one line per
      * charge code the card's hours went to (four keyed segments
      * plus the home department for whatever they didn't claim),
      * each carrying its share of GROSS-PAY and of the employer
      * taxes in proportion to its hours.  The shares are truncated
      * and the last line takes what is left, so the lines always add
      * back to the check to the penny.
           01 CHARGE-DIST-TABLE.
               02 CHG-DIST-LINE OCCURS 5 TIMES
                       INDEXED BY CHG-DIST-IDX.
                   03 CDL-DEPARTMENT       PIC X(04).
                   03 CDL-COST-CENTER      PIC X(06).
                   03 CDL-PROJECT          PIC X(06).
                   03 CDL-HOURS            PIC 9(04)V9 USAGE COMP.
                   03 CDL-GROSS-PAY        PIC 9(04)V99 USAGE COMP.
                   03 CDL-ER-TAX           PIC 9(04)V99 USAGE COMP.
           01 CHG-DIST-COUNT           PIC 9(02) USAGE COMP.
           01 CHG-SEG-SUB              PIC 9(02) USAGE COMP.
           01 CHG-OPEN-LINE            PIC 9(02) USAGE COMP.
           01 CHARGED-HOURS-TOTAL      PIC 9(04)V9 USAGE COMP.
           01 UNCHARGED-HOURS          PIC S9(04)V9 USAGE COMP.
           01 CHARGE-HOURS-BASE        PIC 9(04)V9 USAGE COMP.
           01 CARD-ER-TAX-TOTAL        PIC 9(05)V99 USAGE COMP.
           01 GROSS-ALLOCATED          PIC 9(05)V99 USAGE COMP.
           01 ER-TAX-ALLOCATED         PIC 9(05)V99 USAGE COMP.
      * labor distribution report -- CLEAN-UP makes one pass over the
      * work file per charge code on GL-CHARGE-TOTALS, the same
      * one-pass-per-key approach DEDREMIT takes per payee, so the
      * employees print grouped under the cost center they were
      * charged to without a sort step.
           01 LDW-FILE-STATUS          PIC X(02).
           01 LDW-END-FILE             PIC X.
               88  LDW-EOF VALUE "T".
           01 LD-GRAND-HOURS           PIC 9(07)V9 USAGE COMP VALUE 0.
           01 LD-GRAND-GROSS           PIC 9(09)V99 USAGE COMP VALUE 0.
           01 LD-GRAND-ER-TAX          PIC 9(09)V99 USAGE COMP VALUE 0.
           01 LD-HEADING-LINE.
               02 FILLER               PIC X(30)
                   VALUE "LABOR DISTRIBUTION - PAY DATE ".
               02 LDH-PAY-DATE         PIC 9(08).
           01 LD-CHARGE-LINE.
               02 FILLER               PIC X(05) VALUE "DEPT ".
               02 LDC-DEPARTMENT       PIC X(04).
               02 FILLER               PIC X(14)
                   VALUE "  COST CENTER ".
               02 LDC-COST-CENTER      PIC X(06).
               02 FILLER               PIC X(10) VALUE "  PROJECT ".
               02 LDC-PROJECT          PIC X(06).
               02 FILLER               PIC X(10) VALUE "  COMPANY ".
               02 LDC-COMPANY-CODE     PIC X(02).
           01 LD-DETAIL-LINE.
               02 FILLER               PIC X(02).
               02 LDD-EMP-ID           PIC X(05).
               02 FILLER               PIC X(01).
               02 LDD-EMP-NAME         PIC X(25).
               02 FILLER               PIC X(01).
               02 LDD-HOURS            PIC ZZ,ZZ9.9.
               02 FILLER               PIC X(01).
               02 LDD-GROSS-PAY        PIC $$$$,$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 LDD-ER-TAX           PIC $$$$,$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 LDD-TOTAL-COST       PIC $$$$,$$$,$$9.99.
           01 LD-TOTAL-COST            PIC 9(09)V99 USAGE COMP.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
       INITIALIZE-PROGRAM.
           OPEN INPUT TIMECARDS.
           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM READ-PAY-CALENDAR.
           PERFORM OPEN-DEDUCTIONS.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-PAY-HISTORY.
           PERFORM OPEN-PTO-BALANCES.
           PERFORM OPEN-ACA-HOURS.
           PERFORM OPEN-DEPOSIT-ALLOCATIONS.
           PERFORM LOAD-TAX-RATE-FILE.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM READ-CHECKPOINT.
           IF TRIAL-RUN THEN
               PERFORM OPEN-TRIAL-OUTPUT-FILES
           ELSE
               PERFORM OPEN-OUTPUT-FILES
           END-IF.
           PERFORM BALANCE-TIMECARD-BATCHES.
           PERFORM SKIP-TO-RESTART-POINT.
      * The run-control row leading the pay calendar names the pay
               STOP RUN
           END-IF
           MOVE PC-PAY-DATE TO RUN-PAY-DATE
           IF PC-TRIAL-RUN THEN
               SET TRIAL-RUN TO TRUE
               DISPLAY "TRIAL RUN - NO MASTER FILE UPDATED, NO BANK "
                   "OR GL FILE WRITTEN"
           ELSE
               SET LIVE-RUN TO TRUE
           END-IF
           PERFORM LOAD-CALENDAR-ENTRY
               WITH TEST BEFORE UNTIL CAL-EOF
           CLOSE PAY-CALENDAR
           MOVE "N" TO CAL-DUE-FLAG(CAL-IDX)
           MOVE 0   TO CAL-PERIOD-START(CAL-IDX)
           MOVE 0   TO CAL-PERIOD-END(CAL-IDX)
           MOVE 0   TO CAL-PRIOR-PAY-DATE(CAL-IDX)
           MOVE 0   TO CAL-LAST-PAID-DATE(CAL-IDX)
           .
       LOAD-CALENDAR-ENTRY.
           READ PAY-CALENDAR
               IF PC-PERIOD-ENTRY AND PC-PAY-DATE = RUN-PAY-DATE THEN
                   PERFORM MARK-FREQUENCY-DUE
               END-IF
               IF PC-PERIOD-ENTRY AND PC-PAY-DATE < RUN-PAY-DATE THEN
                   PERFORM NOTE-PRIOR-PAY-DATE
               END-IF
           END-IF
           .
       MARK-FREQUENCY-DUE.
                   MOVE PC-PERIOD-END   TO CAL-PERIOD-END(CAL-IDX)
           END-SEARCH
           .
      * The latest earlier pay date the calendar still carries for
      * a frequency -- the period a trial run's variance report calls
      * last period.
       NOTE-PRIOR-PAY-DATE.
           SET CAL-IDX TO 1
           SEARCH CAL-DUE-ENTRY
               AT END CONTINUE
               WHEN CAL-FREQUENCY(CAL-IDX) = PC-FREQUENCY
                   IF PC-PAY-DATE > CAL-PRIOR-PAY-DATE(CAL-IDX) THEN
                       MOVE PC-PAY-DATE TO CAL-PRIOR-PAY-DATE(CAL-IDX)
                   END-IF
           END-SEARCH
           .
      * Is the employee's pay frequency due on this run's pay date?
       CHECK-FREQUENCY-DUE.
           SET FREQUENCY-NOT-DUE TO TRUE
                   END-IF
           END-SEARCH
           .
      * DEDUCTIONS carries the garnishment arrears a live run moves;
      * a trial run only reads it.
       OPEN-DEDUCTIONS.
           IF TRIAL-RUN THEN
               OPEN INPUT DEDUCTIONS
           ELSE
               OPEN I-O DEDUCTIONS
           END-IF
           .
      * YTD-MASTER is updated every run, so it has to be opened I-O;
      * the first run against a brand-new, empty file has nothing to
      * open yet, so create it with OPEN OUTPUT once and re-open I-O,
      * the same trick EMPMAINT/DEDMAINT use for a first-time file.
      * A trial run gets the same file back opened INPUT, so nothing
      * it does can write to it -- likewise the four files below.
       OPEN-YTD-MASTER.
           OPEN I-O YTD-MASTER
           IF YTD-FILE-STATUS = "35" THEN
               CLOSE YTD-MASTER
               OPEN I-O YTD-MASTER
           END-IF
           IF TRIAL-RUN THEN
               CLOSE YTD-MASTER
               OPEN INPUT YTD-MASTER
           END-IF
           .
      * PAY-HISTORY accumulates across runs the way YTD-MASTER does,
      * so it opens I-O with the same create-once trick for a
               CLOSE PAY-HISTORY
               OPEN I-O PAY-HISTORY
           END-IF
           IF TRIAL-RUN THEN
               CLOSE PAY-HISTORY
               OPEN INPUT PAY-HISTORY
           END-IF
           .
      * PTO-BALANCES carries across runs like YTD-MASTER does, with
      * the same create-once trick for a brand-new, empty file.
               CLOSE PTO-BALANCES
               OPEN I-O PTO-BALANCES
           END-IF
           IF TRIAL-RUN THEN
               CLOSE PTO-BALANCES
               OPEN INPUT PTO-BALANCES
           END-IF
           .
      * ACA-HOURS accumulates across runs as well, with the same
      * create-once trick for a brand-new, empty file.
       OPEN-ACA-HOURS.
           OPEN I-O ACA-HOURS
           IF AH-FILE-STATUS = "35" THEN
               OPEN OUTPUT ACA-HOURS
               CLOSE ACA-HOURS
               OPEN I-O ACA-HOURS
           END-IF
           IF TRIAL-RUN THEN
               CLOSE ACA-HOURS
               OPEN INPUT ACA-HOURS
           END-IF
           .
      * DEPOSIT-ALLOCATIONS is rewritten as prenotes go out and
      * verify, so it opens I-O the same way, created empty the first
      * time -- an empty file just means every employee is paid to
      * the master account as before.
       OPEN-DEPOSIT-ALLOCATIONS.
           OPEN I-O DEPOSIT-ALLOCATIONS
           IF DA-FILE-STATUS = "35" THEN
               OPEN OUTPUT DEPOSIT-ALLOCATIONS
               CLOSE DEPOSIT-ALLOCATIONS
               OPEN I-O DEPOSIT-ALLOCATIONS
           END-IF
           IF TRIAL-RUN THEN
               CLOSE DEPOSIT-ALLOCATIONS
               OPEN INPUT DEPOSIT-ALLOCATIONS
           END-IF
           .
      * Every company payroll is run for, off COMPANY-FILE, with its
      * run totals zeroed.  No company file, or nothing on it, stops
      * the run -- there would be no FEIN or bank account to pay
      * anybody under.
       LOAD-COMPANY-TABLE.
           MOVE SPACES TO COMPANY-TABLE
           MOVE 0 TO CT-COUNT
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN COMPANY.DAT - STATUS "
                   CO-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           MOVE "N" TO CO-END-FILE
           PERFORM LOAD-ONE-COMPANY WITH TEST BEFORE UNTIL CO-EOF
           CLOSE COMPANY-FILE
           IF CT-COUNT = 0 THEN
               DISPLAY "COMPANY.DAT HAS NO COMPANIES - RUN ABORTED"
               STOP RUN
           END-IF
           .
       LOAD-ONE-COMPANY.
           READ COMPANY-FILE
               AT END MOVE "T" TO CO-END-FILE
           END-READ
           IF NOT CO-EOF THEN
               IF CT-COUNT < 10 THEN
                   ADD 1 TO CT-COUNT
                   SET CT-IDX TO CT-COUNT
                   MOVE CO-COMPANY-CODE TO CT-COMPANY-CODE(CT-IDX)
                   MOVE CO-COMPANY-NAME TO CT-COMPANY-NAME(CT-IDX)
                   MOVE CO-FEIN         TO CT-FEIN(CT-IDX)
                   MOVE CO-BANK-ACCOUNT TO CT-BANK-ACCOUNT(CT-IDX)
                   MOVE CO-SUTA-RATE    TO CT-SUTA-RATE(CT-IDX)
                   PERFORM ZERO-COMPANY-TOTALS
               ELSE
                   DISPLAY "COMPANY TABLE FULL - COMPANY "
                       CO-COMPANY-CODE " NOT LOADED"
               END-IF
           END-IF
           .
       ZERO-COMPANY-TOTALS.
           MOVE 0 TO CT-EMPLOYEE-COUNT(CT-IDX)
           MOVE 0 TO CT-GROSS-TOTAL(CT-IDX)
           MOVE 0 TO CT-FED-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-STATE-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-FICA-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-NET-PAY-TOTAL(CT-IDX)
           MOVE 0 TO CT-DEDUCTION-TOTAL(CT-IDX)
           MOVE 0 TO CT-ER-SS-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-ER-MEDICARE-TOTAL(CT-IDX)
           MOVE 0 TO CT-FUTA-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-SUTA-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-ER-MATCH-TOTAL(CT-IDX)
           .
      * Point CT-IDX at PAY-COMPANY-CODE's entry.
       FIND-COMPANY-ENTRY.
           SET COMPANY-NOT-FOUND TO TRUE
           SET CT-IDX TO 1
           SEARCH CT-ENTRY
               AT END CONTINUE
               WHEN CT-COMPANY-CODE(CT-IDX) = PAY-COMPANY-CODE
                   SET COMPANY-FOUND TO TRUE
           END-SEARCH
           .
      * The company the employee on EMPLOYEE-MASTER-RECORD is paid
      * under -- a master record FILECONV hasn't carried forward has
      * no code and belongs to the original company.
       FIND-EMPLOYEE-COMPANY.
           IF EM-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO PAY-COMPANY-CODE
           ELSE
               MOVE EM-COMPANY-CODE TO PAY-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-ENTRY
           .
      * On a rerun, pick up a prior checkpoint left by a batch that
      * didn't finish; otherwise this is a normal run from record 1.
                       MOVE CKPT-LAST-CHECK-NUMBER
                           TO LAST-CHECK-NUMBER
                   END-IF
      * a trial run always starts at line 1 -- it restarts nothing
      * and leaves an interrupted live run's checkpoint alone.
                   IF CKPT-RUN-INCOMPLETE AND LIVE-RUN THEN
                       MOVE CKPT-LAST-LINE-NUMBER TO RESTART-POINT
                       SET RESTART-MODE TO TRUE
                       PERFORM RESTORE-CHECKPOINT-TOTALS
               MOVE CKPT-FUTA-TAX-TOTAL    TO FUTA-TAX-TOTAL
               MOVE CKPT-SUTA-TAX-TOTAL    TO SUTA-TAX-TOTAL
           END-IF
           IF CKPT-ER-MATCH-TOTAL NUMERIC THEN
               MOVE CKPT-RK-ENTRY-COUNT    TO RK-ENTRY-COUNT
               MOVE CKPT-RK-DEFERRAL-TOTAL TO RK-DEFERRAL-TOTAL
               MOVE CKPT-RK-CATCHUP-TOTAL  TO RK-CATCHUP-TOTAL
               MOVE CKPT-ER-MATCH-TOTAL    TO ER-MATCH-TOTAL
           END-IF
      * the charge-code table is guarded the same way.  A checkpoint
      * written before it existed still carries the per-department
      * wage totals, so those come back as department-only charge
      * codes; the employer taxes that checkpoint couldn't place by
      * charge code land on the undistributed 5100 line.
           IF CKPT-GL-CHG-COUNT NUMERIC THEN
               MOVE CKPT-GL-CHG-COUNT TO GL-CHG-COUNT
               PERFORM RESTORE-CKPT-GL-CHG-ENTRY
                   VARYING GL-CHG-IDX FROM 1 BY 1
                   UNTIL GL-CHG-IDX > GL-CHG-COUNT
           ELSE
               MOVE CKPT-GL-DEPT-COUNT TO GL-CHG-COUNT
               PERFORM RESTORE-CKPT-GL-DEPT-ENTRY
                   VARYING GL-CHG-IDX FROM 1 BY 1
                   UNTIL GL-CHG-IDX > GL-CHG-COUNT
           END-IF
      * and so are the per-company totals.  A checkpoint written
      * before they were kept has every check in it paid under the
      * original company, so the run-level totals just restored go
      * to that company's entry.
           IF CKPT-CO-COUNT NUMERIC THEN
               PERFORM RESTORE-CKPT-CO-ENTRY
                   VARYING CKPT-CO-SUB FROM 1 BY 1
                   UNTIL CKPT-CO-SUB > CKPT-CO-COUNT
           ELSE
               MOVE Original-company TO PAY-COMPANY-CODE
               PERFORM FIND-COMPANY-ENTRY
               IF COMPANY-FOUND THEN
                   PERFORM RESTORE-RUN-TOTALS-TO-COMPANY
               END-IF
           END-IF
           .
       RESTORE-CKPT-CO-ENTRY.
           MOVE CKPT-CO-COMPANY-CODE(CKPT-CO-SUB) TO PAY-COMPANY-CODE
           PERFORM FIND-COMPANY-ENTRY
           IF COMPANY-FOUND THEN
               MOVE CKPT-CO-EMPLOYEE-COUNT(CKPT-CO-SUB)
                   TO CT-EMPLOYEE-COUNT(CT-IDX)
               MOVE CKPT-CO-GROSS-TOTAL(CKPT-CO-SUB)
                   TO CT-GROSS-TOTAL(CT-IDX)
               MOVE CKPT-CO-FED-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-FED-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-STATE-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-STATE-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-FICA-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-FICA-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-NET-PAY-TOTAL(CKPT-CO-SUB)
                   TO CT-NET-PAY-TOTAL(CT-IDX)
               MOVE CKPT-CO-DEDUCTION-TOTAL(CKPT-CO-SUB)
                   TO CT-DEDUCTION-TOTAL(CT-IDX)
               MOVE CKPT-CO-ER-SS-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-ER-SS-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-ER-MEDICARE-TOTAL(CKPT-CO-SUB)
                   TO CT-ER-MEDICARE-TOTAL(CT-IDX)
               MOVE CKPT-CO-FUTA-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-FUTA-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-SUTA-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-SUTA-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-ER-MATCH-TOTAL(CKPT-CO-SUB)
                   TO CT-ER-MATCH-TOTAL(CT-IDX)
           ELSE
               DISPLAY "CHECKPOINT COMPANY " PAY-COMPANY-CODE
                   " NOT ON COMPANY FILE - TOTALS NOT RESTORED"
           END-IF
           .
       RESTORE-RUN-TOTALS-TO-COMPANY.
           MOVE REG-EMPLOYEE-COUNT    TO CT-EMPLOYEE-COUNT(CT-IDX)
           MOVE REG-GROSS-TOTAL       TO CT-GROSS-TOTAL(CT-IDX)
           MOVE REG-FED-TAX-TOTAL     TO CT-FED-TAX-TOTAL(CT-IDX)
           MOVE REG-STATE-TAX-TOTAL   TO CT-STATE-TAX-TOTAL(CT-IDX)
           MOVE REG-FICA-TAX-TOTAL    TO CT-FICA-TAX-TOTAL(CT-IDX)
           MOVE REG-NET-PAY-TOTAL     TO CT-NET-PAY-TOTAL(CT-IDX)
           MOVE GL-DEDUCTION-TOTAL    TO CT-DEDUCTION-TOTAL(CT-IDX)
           MOVE ER-SS-TAX-TOTAL       TO CT-ER-SS-TAX-TOTAL(CT-IDX)
           MOVE ER-MEDICARE-TAX-TOTAL TO CT-ER-MEDICARE-TOTAL(CT-IDX)
           MOVE FUTA-TAX-TOTAL        TO CT-FUTA-TAX-TOTAL(CT-IDX)
           MOVE SUTA-TAX-TOTAL        TO CT-SUTA-TAX-TOTAL(CT-IDX)
           MOVE ER-MATCH-TOTAL        TO CT-ER-MATCH-TOTAL(CT-IDX)
           .
       RESTORE-CKPT-GL-CHG-ENTRY.
           MOVE CKPT-GL-CHG-DEPARTMENT(GL-CHG-IDX)
               TO GL-CHG-DEPARTMENT(GL-CHG-IDX)
           MOVE CKPT-GL-CHG-COST-CENTER(GL-CHG-IDX)
               TO GL-CHG-COST-CENTER(GL-CHG-IDX)
           MOVE CKPT-GL-CHG-PROJECT(GL-CHG-IDX)
               TO GL-CHG-PROJECT(GL-CHG-IDX)
           MOVE CKPT-GL-CHG-HOURS-TOTAL(GL-CHG-IDX)
               TO GL-CHG-HOURS-TOTAL(GL-CHG-IDX)
           MOVE CKPT-GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
               TO GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
           MOVE CKPT-GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
               TO GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
           IF CKPT-CO-COUNT NUMERIC THEN
               MOVE CKPT-GL-CHG-COMPANY(GL-CHG-IDX)
                   TO GL-CHG-COMPANY(GL-CHG-IDX)
           ELSE
               MOVE Original-company TO GL-CHG-COMPANY(GL-CHG-IDX)
           END-IF
           .
       RESTORE-CKPT-GL-DEPT-ENTRY.
           MOVE Original-company TO GL-CHG-COMPANY(GL-CHG-IDX)
           MOVE CKPT-GL-DEPT-CODE(GL-CHG-IDX)
               TO GL-CHG-DEPARTMENT(GL-CHG-IDX)
           MOVE SPACES TO GL-CHG-COST-CENTER(GL-CHG-IDX)
           MOVE SPACES TO GL-CHG-PROJECT(GL-CHG-IDX)
           MOVE 0 TO GL-CHG-HOURS-TOTAL(GL-CHG-IDX)
           MOVE CKPT-GL-DEPT-GROSS-TOTAL(GL-CHG-IDX)
               TO GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
           MOVE 0 TO GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
           .
      * A normal run opens all nine of the run's sequential outputs
      * fresh -- the ACH work file, exception report, register, GL
      * extract, paper check file, positive pay file, earnings
      * statements, labor distribution work file, and recordkeeper
      * file -- and writes the recordkeeper header and the exception
      * and register column headings once.  A restart reopens the
      * same nine files for EXTEND instead: a prior, interrupted run
      * already wrote entries for every employee paid before the
      * restart point, and truncating the files now (OPEN OUTPUT)
      * would throw those entries away along with whatever the
      * checkpoint was supposed to save.  The header records stay out
      * of a restarted run because they already sit at the top of
      * each file from the original run.  The bank file itself is
      * built from the work file at clean-up, and the keyed files --
      * ACA hours among them -- are opened I-O on their own.
       OPEN-OUTPUT-FILES.
           IF RESTART-MODE THEN
               OPEN EXTEND ACH-WORK-FILE
               OPEN EXTEND EXCEPTION-REPORT
               OPEN EXTEND PAYROLL-REGISTER
               OPEN EXTEND GL-EXTRACT
               OPEN EXTEND PAPER-CHECK-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
               OPEN EXTEND EARNINGS-STATEMENTS
               OPEN EXTEND LABOR-DIST-WORK
               OPEN EXTEND RECORDKEEPER-FILE
           ELSE
               OPEN OUTPUT ACH-WORK-FILE
               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT PAYROLL-REGISTER
               OPEN OUTPUT GL-EXTRACT
               OPEN OUTPUT PAPER-CHECK-FILE
               OPEN OUTPUT POSITIVE-PAY-FILE
               OPEN OUTPUT EARNINGS-STATEMENTS
               OPEN OUTPUT LABOR-DIST-WORK
               OPEN OUTPUT RECORDKEEPER-FILE
               MOVE RUN-PAY-DATE TO RKH-PAY-DATE
               MOVE RK-HEADER-LINE TO RECORDKEEPER-LINE
               WRITE RECORDKEEPER-LINE
               MOVE "EMP ID   EMPLOYEE NAME              EXCEPTION"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
                   & " STATE TAX FICA TAX   NET PAY"
                   TO REGISTER-REPORT-LINE
               WRITE REGISTER-REPORT-LINE
           END-IF
           .
      * A trial run writes its own exception report (TRIALEXC.DAT),
      * its own register (TRIALREG.DAT) -- its heading marked so no
      * one takes it for the live register -- and the variance
      * report, and nothing else: the live register and exception
      * report are left as the last live run wrote them, and no ACH,
      * paper check, positive pay, GL, labor distribution, earnings
      * statement, or recordkeeper file is opened at all.
       OPEN-TRIAL-OUTPUT-FILES.
           OPEN OUTPUT TRIAL-EXCEPTION-REPORT
           OPEN OUTPUT TRIAL-REGISTER
           OPEN OUTPUT VARIANCE-REPORT
           MOVE "EMP ID   EMPLOYEE NAME              EXCEPTION"
               TO TRIAL-EXCEPTION-LINE
           WRITE TRIAL-EXCEPTION-LINE
           MOVE "*** TRIAL RUN - NO PAYMENTS ISSUED ***"
               TO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE
               "EMP ID EMPLOYEE NAME             GROSS PAY  FED TAX"
               & " STATE TAX FICA TAX   NET PAY"
               TO TRIAL-REGISTER-LINE
           WRITE TRIAL-REGISTER-LINE
           MOVE RUN-PAY-DATE       TO VH-PAY-DATE
           MOVE Variance-Swing-Pct TO VH-SWING-PCT
           MOVE VARIANCE-HEADING-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "EMP ID EMPLOYEE NAME                        PAY DATE"
               & "  GROSS PAY    FED TAX  STATE TAX   FICA TAX"
               & " DEDUCTIONS    NET PAY"
               TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO TRIAL-PAYEE-TABLE
           .
      * Read and discard timecards already processed by a prior run
      * so PROCESS-LINE's loop resumes right after the last checkpoint
      * instead of re-cutting checks that already printed.
           CLOSE TIMECARDS
           IF BATCH-OUT-OF-BALANCE THEN
               DISPLAY "TIMECARD BATCHES OUT OF BALANCE - RUN STOPPED"
               IF TRIAL-RUN THEN
                   PERFORM CLOSE-TRIAL-OUTPUT-FILES
               ELSE
                   PERFORM CLOSE-OUTPUT-FILES
               END-IF
               STOP RUN
           END-IF
           OPEN INPUT TIMECARDS
           ADD 1 TO EXCEPTION-COUNT
           MOVE BAL-DEPARTMENT   TO BIT-DEPARTMENT
           MOVE BAL-BATCH-NUMBER TO BIT-BATCH-NUMBER
           MOVE SPACES           TO EXCEPTION-DETAIL-LINE
           MOVE BATCH-IDENT-TEXT TO EXL-EMP-NAME
           MOVE EXCEPTION-REASON TO EXL-REASON
           PERFORM PUT-EXCEPTION-LINE
           DISPLAY "BATCH EXCEPTION - " BATCH-IDENT-TEXT " - "
               EXCEPTION-REASON
           .
      * The run is stopping before it paid anything -- flush what
      * was opened so the exception report survives the stop.
       CLOSE-OUTPUT-FILES.
           CLOSE ACH-WORK-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE PAYROLL-REGISTER
           CLOSE GL-EXTRACT
           CLOSE PAPER-CHECK-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE EARNINGS-STATEMENTS
           CLOSE LABOR-DIST-WORK
           CLOSE RECORDKEEPER-FILE
           .
       CLOSE-TRIAL-OUTPUT-FILES.
           CLOSE TRIAL-EXCEPTION-REPORT
           CLOSE TRIAL-REGISTER
           CLOSE VARIANCE-REPORT
           .
      * Load every withholding rate from the effective-dated
      * TAXRATES.DAT rate file: the federal allowance amount and
      * brackets into WITHHOLDING-TABLE, the per-state rates into
      * STATE-TAX-TABLE, the Social Security wage base, and the
      * 401(k) limits and match formula.  For
      * each rate slot the row kept is the one with the latest
      * effective date on or before this run's pay date -- rows
      * dated in the future (next January's tables, keyed ahead
           MOVE "M" TO WH-FILING-STATUS(3)
           MOVE 0 TO WH-ALLOWANCE-AMOUNT
           MOVE 0 TO SS-WAGE-BASE
           MOVE 0 TO DEFERRAL-LIMIT
           MOVE 0 TO CATCHUP-LIMIT
           MOVE 0 TO MATCH-RATE
           MOVE 0 TO MATCH-CAP-PCT
           MOVE 0 TO ST-ENTRY-COUNT
           MOVE ZEROS TO RATE-EFF-DATES
           PERFORM INIT-ONE-STATUS-BRACKETS
                           PERFORM APPLY-STATE-RATE-ROW
                       WHEN TR-WAGE-BASE-ROW
                           PERFORM APPLY-WAGE-BASE-ROW
                       WHEN TR-DEFERRAL-LIMIT-ROW
                           PERFORM APPLY-DEFERRAL-LIMIT-ROW
                       WHEN TR-CATCHUP-LIMIT-ROW
                           PERFORM APPLY-CATCHUP-LIMIT-ROW
                       WHEN TR-MATCH-FORMULA-ROW
                           PERFORM APPLY-MATCH-FORMULA-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               MOVE TR-EFFECTIVE-DATE TO WAGE-BASE-EFF
           END-IF
           .
       APPLY-DEFERRAL-LIMIT-ROW.
           IF TRK-DEFERRAL-LIMIT NUMERIC
                   AND TR-EFFECTIVE-DATE >= DEFERRAL-LIMIT-EFF THEN
               MOVE TRK-DEFERRAL-LIMIT TO DEFERRAL-LIMIT
               MOVE TR-EFFECTIVE-DATE  TO DEFERRAL-LIMIT-EFF
           END-IF
           .
       APPLY-CATCHUP-LIMIT-ROW.
           IF TRC-CATCHUP-LIMIT NUMERIC
                   AND TR-EFFECTIVE-DATE >= CATCHUP-LIMIT-EFF THEN
               MOVE TRC-CATCHUP-LIMIT TO CATCHUP-LIMIT
               MOVE TR-EFFECTIVE-DATE TO CATCHUP-LIMIT-EFF
           END-IF
           .
       APPLY-MATCH-FORMULA-ROW.
           IF TRM-MATCH-RATE NUMERIC
                   AND TRM-MATCH-CAP-PCT NUMERIC
                   AND TR-EFFECTIVE-DATE >= MATCH-FORMULA-EFF THEN
               MOVE TRM-MATCH-RATE    TO MATCH-RATE
               MOVE TRM-MATCH-CAP-PCT TO MATCH-CAP-PCT
               MOVE TR-EFFECTIVE-DATE TO MATCH-FORMULA-EFF
           END-IF
           .
      * Did every slot the withholding arithmetic depends on get a
      * row in force?  State rows are optional by design -- a state
      * with no row withholds at zero, the same as always -- and so
      * is the match formula.  The 401(k) limits are not: deferring
      * without them in force would take retirement deductions past
      * the IRS limit unchecked.
       CHECK-RATE-SLOTS.
           SET RATE-SLOTS-COMPLETE TO TRUE
           IF FED-ALLOW-EFF = 0 OR WAGE-BASE-EFF = 0
                   OR DEFERRAL-LIMIT-EFF = 0
                   OR CATCHUP-LIMIT-EFF = 0 THEN
               SET RATE-SLOT-MISSING TO TRUE
           END-IF
           PERFORM CHECK-STATUS-RATE-SLOTS
               SET RATE-SLOT-MISSING TO TRUE
           END-IF
           .
      * One file header record opens the ACH batch file, under the
      * first company on COMPANY-FILE as originator of the file.
       WRITE-ACH-FILE-HEADER.
           MOVE SPACES TO NACHA-FILE-HEADER
           MOVE "1" TO NFH-RECORD-TYPE
           MOVE "01" TO NFH-PRIORITY-CODE
           MOVE " 099999999" TO NFH-IMMED-DEST
           MOVE CT-FEIN(1) TO ACH-ORIGIN-FEIN
           MOVE ACH-IMMED-ORIGIN TO NFH-IMMED-ORIGIN
           MOVE "A" TO NFH-FILE-ID-MODIFIER
           MOVE "094" TO NFH-RECORD-SIZE
           MOVE "10" TO NFH-BLOCKING-FACTOR
           MOVE "1" TO NFH-FORMAT-CODE
           MOVE "RECEIVING BANK" TO NFH-IMMED-DEST-NAME
           MOVE CT-COMPANY-NAME(1) TO NFH-IMMED-ORIGIN-NAME
           MOVE NACHA-FILE-HEADER TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           .
      * One batch header opens each company's PPD payroll batch,
      * under that company's own name and FEIN; this shop only ever
      * runs one pay period's credits per batch file.
       WRITE-ACH-BATCH-HEADER.
           MOVE SPACES TO NACHA-BATCH-HEADER
           MOVE "5" TO NBH-RECORD-TYPE
           MOVE "200" TO NBH-SERVICE-CLASS-CODE
           MOVE CT-COMPANY-NAME(CT-IDX) TO NBH-COMPANY-NAME
           MOVE CT-FEIN(CT-IDX) TO NBH-COMPANY-ID
           MOVE "PPD" TO NBH-STD-ENTRY-CLASS
           MOVE "PAYROLL" TO NBH-COMPANY-ENTRY-DESC
           MOVE "1" TO NBH-ORIGINATOR-STAT-CD
           MOVE ACH-ORIGIN-DFI-ID TO NBH-ORIGINATING-DFI-ID
           MOVE ACH-BATCH-COUNT TO NBH-BATCH-NUMBER
           MOVE NACHA-BATCH-HEADER TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           .
      * One entry detail per account the net pay is split to, each
      * carrying its share to that account instead of a paper check
      * -- or, for a prenote, a zero-dollar entry that proves the
      * account with the bank before any money follows it.  The entry
      * goes to the work file under DEP-COMPANY-CODE until WRITE-ACH-
      * FILE sorts it into its company's batch.
       WRITE-ACH-ENTRY.
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQUENCE
           MOVE SPACES TO NACHA-ENTRY-DETAIL
           MOVE "6" TO NED-RECORD-TYPE
           EVALUATE TRUE
               WHEN DEP-PRENOTE-ENTRY AND DEP-SAVINGS
                   MOVE "33" TO NED-TRANSACTION-CODE
               WHEN DEP-PRENOTE-ENTRY
                   MOVE "23" TO NED-TRANSACTION-CODE
               WHEN DEP-SAVINGS
                   MOVE "32" TO NED-TRANSACTION-CODE
               WHEN OTHER
                   MOVE "22" TO NED-TRANSACTION-CODE
           END-EVALUATE
           MOVE DEP-ROUTING-NUMBER(1:8) TO NED-RECEIVING-DFI-ID
           MOVE DEP-ROUTING-NUMBER(9:1) TO NED-CHECK-DIGIT
           MOVE DEP-ACCOUNT-NUMBER TO NED-DFI-ACCOUNT-NUMBER
           MOVE DEP-ENTRY-AMOUNT TO NED-AMOUNT
           MOVE DEP-INDIVIDUAL-ID TO NED-INDIVIDUAL-ID
           MOVE DEP-INDIVIDUAL-NAME TO NED-INDIVIDUAL-NAME
           MOVE "0" TO NED-ADDENDA-RECORD-IND
           MOVE ACH-ORIGIN-DFI-ID TO NED-TRACE-DFI
           MOVE ACH-TRACE-SEQUENCE TO NED-TRACE-SEQUENCE
           DIVIDE DEP-ROUTING-NUMBER BY 10 GIVING ACH-ENTRY-DFI-NUM
           ADD ACH-ENTRY-DFI-NUM TO ACH-ENTRY-HASH
           ADD DEP-ENTRY-AMOUNT TO ACH-TOTAL-CREDIT
           MOVE DEP-COMPANY-CODE TO ACW-COMPANY-CODE
           MOVE NACHA-ENTRY-DETAIL TO ACW-ENTRY-RECORD
           WRITE ACH-WORK-RECORD
           .
      * Decide how this check's net pay goes out.  A paper-check
      * employee gets paper.  Otherwise every account the pay could
      * land in is checked against its prenote: the split rows on
      * DEPOSIT-ALLOCATIONS, and the master account too unless a row
      * takes the remainder in its place.  One account still pending
      * or inside its waiting period -- or no account at all to take
      * the remainder -- sends the whole check to paper; no money is
      * ever held back or sent to an unproven account.  A row-less
      * employee with a zero EM-ROUTING-NUMBER gets paper as before.
       PLAN-DIRECT-DEPOSIT.
           SET DEPOSIT-BY-CHECK TO TRUE
           SET DEP-PLAN-USABLE TO TRUE
           SET MASTER-ACCOUNT-LIVE TO TRUE
           MOVE 0 TO DEP-PLAN-COUNT
           MOVE 0 TO DEP-ROWS-READ
           MOVE 0 TO DEP-REMAINDER-LINE
           IF NOT EM-PAY-BY-PAPER-CHECK THEN
               PERFORM LOAD-DEPOSIT-ALLOCATIONS
               IF DEP-REMAINDER-LINE = 0 THEN
                   PERFORM ADD-MASTER-PLAN-LINE
               END-IF
               IF DEP-PLAN-USABLE THEN
                   SET DEPOSIT-BY-ACH TO TRUE
                   PERFORM SPLIT-NET-PAY
               ELSE
                   IF DEP-ROWS-READ > 0 THEN
                       DISPLAY "DIRECT DEPOSIT HELD FOR PRENOTE - EMP "
                           "ID " EM-EMPLOYEE-ID " - PAPER CHECK ISSUED"
                   END-IF
               END-IF
           END-IF
           .
       LOAD-DEPOSIT-ALLOCATIONS.
           MOVE EM-EMPLOYEE-ID TO DA-EMPLOYEE-ID
           MOVE 0 TO DA-ALLOC-SEQ
           START DEPOSIT-ALLOCATIONS KEY IS NOT LESS THAN DA-KEY
               INVALID KEY SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
               NOT INVALID KEY SET DA-MORE-FOR-EMPLOYEE TO TRUE
           END-START
           PERFORM LOAD-ONE-DEPOSIT-ALLOCATION
               WITH TEST BEFORE UNTIL DA-NO-MORE-FOR-EMPLOYEE
           .
       LOAD-ONE-DEPOSIT-ALLOCATION.
           READ DEPOSIT-ALLOCATIONS NEXT RECORD
               AT END SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF DA-MORE-FOR-EMPLOYEE THEN
               IF DA-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID THEN
                   SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
               ELSE
                   ADD 1 TO DEP-ROWS-READ
                   PERFORM CHECK-ACCOUNT-LIVE
                   IF DA-MASTER-ACCOUNT-ROW THEN
                       IF ACCOUNT-NOT-LIVE THEN
                           SET MASTER-ACCOUNT-NOT-LIVE TO TRUE
                       END-IF
                   ELSE
                       IF ACCOUNT-NOT-LIVE THEN
                           SET DEP-PLAN-UNUSABLE TO TRUE
                       END-IF
                       PERFORM ADD-ALLOCATION-PLAN-LINE
                   END-IF
               END-IF
           END-IF
           .
      * Verified, or sent and past the waiting period with no return
      * from the bank -- anything else (pending, or a status byte
      * nobody set) is not yet a place to send money.
       CHECK-ACCOUNT-LIVE.
           SET ACCOUNT-NOT-LIVE TO TRUE
           EVALUATE TRUE
               WHEN DA-PRENOTE-VERIFIED
                   SET ACCOUNT-IS-LIVE TO TRUE
               WHEN DA-PRENOTE-SENT
                   PERFORM AGE-PRENOTE
                   IF PRENOTE-AGE-DAYS NOT < Prenote-Wait-Days THEN
                       SET ACCOUNT-IS-LIVE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       AGE-PRENOTE.
           MOVE DA-PRENOTE-DATE TO PRENOTE-AGE-DATE
           COMPUTE PRENOTE-AGE-DAYS =
               ((RUN-PAY-YEAR - PN-AGE-YEAR) * 360)
               + ((RUN-PAY-MONTH - PN-AGE-MONTH) * 30)
               + (RUN-PAY-DAY - PN-AGE-DAY)
           IF PRENOTE-AGE-DAYS < 0 THEN
               MOVE 0 TO PRENOTE-AGE-DAYS
           END-IF
           .
      * Nine split rows plus the master account fill the plan; an
      * employee with more than that is paid by paper check rather
      * than have an account silently left out of the split.
       ADD-ALLOCATION-PLAN-LINE.
           IF DEP-PLAN-COUNT < 9 THEN
               ADD 1 TO DEP-PLAN-COUNT
               MOVE DA-ACCOUNT-INFO
                   TO DPL-ACCOUNT-INFO(DEP-PLAN-COUNT)
               MOVE DA-ALLOC-TYPE TO DPL-ALLOC-TYPE(DEP-PLAN-COUNT)
               MOVE DA-ALLOC-AMOUNT
                   TO DPL-ALLOC-AMOUNT(DEP-PLAN-COUNT)
               MOVE 0 TO DPL-PAY-AMOUNT(DEP-PLAN-COUNT)
               IF DA-REMAINDER-ACCOUNT THEN
                   MOVE DEP-PLAN-COUNT TO DEP-REMAINDER-LINE
               END-IF
           ELSE
               DISPLAY "DEPOSIT ALLOCATION TABLE FULL - EMP ID "
                   EM-EMPLOYEE-ID " - PAPER CHECK ISSUED"
               SET DEP-PLAN-UNUSABLE TO TRUE
           END-IF
           .
      * No row takes the remainder, so the master account does --
      * provided there is one and its own prenote (if it has been
      * changed since the split file existed) has cleared.
       ADD-MASTER-PLAN-LINE.
           IF EM-ROUTING-NUMBER = 0 OR MASTER-ACCOUNT-NOT-LIVE THEN
               SET DEP-PLAN-UNUSABLE TO TRUE
           ELSE
               ADD 1 TO DEP-PLAN-COUNT
               MOVE EM-DIRECT-DEPOSIT
                   TO DPL-ACCOUNT-INFO(DEP-PLAN-COUNT)
               MOVE "R" TO DPL-ALLOC-TYPE(DEP-PLAN-COUNT)
               MOVE 0 TO DPL-ALLOC-AMOUNT(DEP-PLAN-COUNT)
               MOVE 0 TO DPL-PAY-AMOUNT(DEP-PLAN-COUNT)
               MOVE DEP-PLAN-COUNT TO DEP-REMAINDER-LINE
           END-IF
           .
      * Deal the net pay out in sequence order -- each flat amount or
      * percent capped at what is left when its turn comes, percent
      * shares truncated -- and the remainder account takes what is
      * left, pennies included.
       SPLIT-NET-PAY.
           MOVE NET-PAY TO DEP-NET-LEFT
           PERFORM SPLIT-ONE-ALLOCATION
               VARYING DEP-PLAN-IDX FROM 1 BY 1
               UNTIL DEP-PLAN-IDX > DEP-PLAN-COUNT
           MOVE DEP-NET-LEFT TO DPL-PAY-AMOUNT(DEP-REMAINDER-LINE)
           .
       SPLIT-ONE-ALLOCATION.
           EVALUATE DPL-ALLOC-TYPE(DEP-PLAN-IDX)
               WHEN "A"
                   MOVE DPL-ALLOC-AMOUNT(DEP-PLAN-IDX)
                       TO DEP-THIS-AMOUNT
               WHEN "%"
                   COMPUTE DEP-THIS-AMOUNT =
                       NET-PAY * DPL-ALLOC-AMOUNT(DEP-PLAN-IDX)
               WHEN OTHER
                   MOVE 0 TO DEP-THIS-AMOUNT
           END-EVALUATE
           IF DEP-THIS-AMOUNT > DEP-NET-LEFT THEN
               MOVE DEP-NET-LEFT TO DEP-THIS-AMOUNT
           END-IF
           MOVE DEP-THIS-AMOUNT TO DPL-PAY-AMOUNT(DEP-PLAN-IDX)
           SUBTRACT DEP-THIS-AMOUNT FROM DEP-NET-LEFT
           .
      * One ACH credit per account with money in it.  A zero net pay
      * still goes out as the single zero credit to the remainder
      * account it always was, so the check has a trace on file.
       WRITE-DEPOSIT-ENTRIES.
           MOVE 0 TO DEP-FIRST-TRACE
           SET DEP-CREDIT-ENTRY TO TRUE
           MOVE EM-EMPLOYEE-ID TO DEP-INDIVIDUAL-ID
           MOVE EMPLOYEE-NAME  TO DEP-INDIVIDUAL-NAME
           MOVE PAY-COMPANY-CODE TO DEP-COMPANY-CODE
           PERFORM WRITE-ONE-DEPOSIT-ENTRY
               VARYING DEP-PLAN-IDX FROM 1 BY 1
               UNTIL DEP-PLAN-IDX > DEP-PLAN-COUNT
           IF DEP-FIRST-TRACE = 0 THEN
               SET DEP-PLAN-IDX TO DEP-REMAINDER-LINE
               PERFORM WRITE-PLAN-LINE-ENTRY
           END-IF
           .
       WRITE-ONE-DEPOSIT-ENTRY.
           IF DPL-PAY-AMOUNT(DEP-PLAN-IDX) > 0 THEN
               PERFORM WRITE-PLAN-LINE-ENTRY
           END-IF
           .
       WRITE-PLAN-LINE-ENTRY.
           MOVE DPL-ACCOUNT-INFO(DEP-PLAN-IDX) TO DEPOSIT-TARGET
           MOVE DPL-PAY-AMOUNT(DEP-PLAN-IDX)   TO DEP-ENTRY-AMOUNT
           PERFORM WRITE-ACH-ENTRY
           IF DEP-FIRST-TRACE = 0 THEN
               MOVE ACH-TRACE-SEQUENCE TO DEP-FIRST-TRACE
           END-IF
           .
      * End of the run: every pending account on DEPOSIT-ALLOCATIONS
      * goes to the bank as a zero-dollar prenote in this ACH batch
      * and is marked sent as of this pay date; every sent account
      * that has aged past the waiting period without a return is
      * marked verified.  A checkpoint follows each prenote, so a
      * restart that lands here again finds it already sent and the
      * batch controls still agree with what is in the file.
       SEND-PENDING-PRENOTES.
           MOVE LOW-VALUES TO DA-KEY
           START DEPOSIT-ALLOCATIONS KEY IS NOT LESS THAN DA-KEY
               INVALID KEY SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
               NOT INVALID KEY SET DA-MORE-FOR-EMPLOYEE TO TRUE
           END-START
           PERFORM PRENOTE-ONE-ALLOCATION
               WITH TEST BEFORE UNTIL DA-NO-MORE-FOR-EMPLOYEE
           DISPLAY "PRENOTES SENT - " PRENOTE-SENT-COUNT
               ", ACCOUNTS VERIFIED - " PRENOTE-VERIFY-COUNT
           .
       PRENOTE-ONE-ALLOCATION.
           READ DEPOSIT-ALLOCATIONS NEXT RECORD
               AT END SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF DA-MORE-FOR-EMPLOYEE THEN
               EVALUATE TRUE
                   WHEN DA-PRENOTE-PENDING
                       PERFORM SEND-ONE-PRENOTE
                   WHEN DA-PRENOTE-SENT
                       PERFORM AGE-PRENOTE
                       IF PRENOTE-AGE-DAYS NOT < Prenote-Wait-Days
                           THEN
                           SET DA-PRENOTE-VERIFIED TO TRUE
                           REWRITE DEPOSIT-ALLOCATION-RECORD
                           ADD 1 TO PRENOTE-VERIFY-COUNT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
      * The master supplies the name the bank sees on the entry and
      * the company whose batch carries it; a row for an employee no
      * longer on the master, or under a company not on the company
      * file, stays pending.
       SEND-ONE-PRENOTE.
           MOVE DA-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY SET EMPLOYEE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET EMPLOYEE-FOUND TO TRUE
           END-READ
           SET COMPANY-NOT-FOUND TO TRUE
           IF EMPLOYEE-FOUND THEN
               PERFORM FIND-EMPLOYEE-COMPANY
           END-IF
           IF EMPLOYEE-FOUND AND COMPANY-FOUND THEN
               MOVE DA-ACCOUNT-INFO  TO DEPOSIT-TARGET
               MOVE 0                TO DEP-ENTRY-AMOUNT
               MOVE DA-EMPLOYEE-ID   TO DEP-INDIVIDUAL-ID
               MOVE EM-EMPLOYEE-NAME TO DEP-INDIVIDUAL-NAME
               MOVE PAY-COMPANY-CODE TO DEP-COMPANY-CODE
               SET DEP-PRENOTE-ENTRY TO TRUE
               PERFORM WRITE-ACH-ENTRY
               SET DA-PRENOTE-SENT TO TRUE
               MOVE RUN-PAY-DATE TO DA-PRENOTE-DATE
               REWRITE DEPOSIT-ALLOCATION-RECORD
               ADD 1 TO PRENOTE-SENT-COUNT
               PERFORM WRITE-CHECKPOINT
           END-IF
           .
      * An employee not on direct deposit (or with no usable routing
      * number on file) gets a printed check instead of an ACH credit.
           MOVE NET-PAY           TO PPY-AMOUNT
           MOVE EMPLOYEE-NAME     TO PPY-PAYEE-NAME
           MOVE "ISSUE " TO PPY-STATUS
           MOVE CT-BANK-ACCOUNT(CT-IDX) TO PPY-BANK-ACCOUNT
           WRITE POSITIVE-PAY-LINE
           .
      * The bank file proper, built at the end of the run from the
      * entries the work file collected: the file header, then for
      * each company one pass over the work file picking out that
      * company's entries into its own batch -- a company with no
      * entries this run gets no batch at all -- then the file
      * control over the whole run.
       WRITE-ACH-FILE.
           CLOSE ACH-WORK-FILE
           OPEN OUTPUT ACH-FILE
           PERFORM WRITE-ACH-FILE-HEADER
           MOVE 0 TO ACH-BATCH-COUNT
           PERFORM WRITE-COMPANY-ACH-BATCH
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           PERFORM WRITE-ACH-FILE-CONTROL
           CLOSE ACH-FILE
           .
       WRITE-COMPANY-ACH-BATCH.
           SET ACH-NO-BATCH-OPEN TO TRUE
           MOVE 0 TO ACH-BATCH-ENTRIES
           MOVE 0 TO ACH-BATCH-HASH
           MOVE 0 TO ACH-BATCH-CREDIT
           MOVE "N" TO ACW-END-FILE
           OPEN INPUT ACH-WORK-FILE
           IF ACW-FILE-STATUS = "00" THEN
               PERFORM SCAN-ACH-WORK-FILE
                   WITH TEST BEFORE UNTIL ACW-EOF
               CLOSE ACH-WORK-FILE
           END-IF
           IF ACH-BATCH-IS-OPEN THEN
               PERFORM WRITE-ACH-BATCH-CONTROL
           END-IF
           .
      * The batch header goes out ahead of the company's first entry;
      * each entry's count, hash, and credit go to the batch control.
       SCAN-ACH-WORK-FILE.
           READ ACH-WORK-FILE
               AT END MOVE "T" TO ACW-END-FILE
           END-READ
           IF NOT ACW-EOF
                   AND ACW-COMPANY-CODE = CT-COMPANY-CODE(CT-IDX) THEN
               IF ACH-NO-BATCH-OPEN THEN
                   ADD 1 TO ACH-BATCH-COUNT
                   PERFORM WRITE-ACH-BATCH-HEADER
                   SET ACH-BATCH-IS-OPEN TO TRUE
               END-IF
               MOVE ACW-ENTRY-RECORD TO NACHA-ENTRY-DETAIL
               ADD 1 TO ACH-BATCH-ENTRIES
               MOVE NED-RECEIVING-DFI-ID TO ACH-ENTRY-DFI-NUM
               ADD ACH-ENTRY-DFI-NUM TO ACH-BATCH-HASH
               ADD NED-AMOUNT TO ACH-BATCH-CREDIT
               MOVE ACW-ENTRY-RECORD TO ACH-OUTPUT-RECORD
               WRITE ACH-OUTPUT-RECORD
           END-IF
           .
      * Batch/file control trailers carry the entry count, hash, and
      * credit total the bank uses to prove the batch wasn't altered
      * or dropped an entry in transit -- the batch control for the
      * one company's batch, the file control for the run.
       WRITE-ACH-BATCH-CONTROL.
           MOVE SPACES TO NACHA-BATCH-CONTROL
           MOVE "8" TO NBC-RECORD-TYPE
           MOVE "200" TO NBC-SERVICE-CLASS-CODE
           MOVE ACH-BATCH-ENTRIES TO NBC-ENTRY-ADDENDA-COUNT
           MOVE ACH-BATCH-HASH TO NBC-ENTRY-HASH
           MOVE 0 TO NBC-TOTAL-DEBIT-AMOUNT
           MOVE ACH-BATCH-CREDIT TO NBC-TOTAL-CREDIT-AMOUNT
           MOVE CT-FEIN(CT-IDX) TO NBC-COMPANY-ID
           MOVE ACH-ORIGIN-DFI-ID TO NBC-ORIGINATING-DFI-ID
           MOVE ACH-BATCH-COUNT TO NBC-BATCH-NUMBER
           MOVE NACHA-BATCH-CONTROL TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           .
       WRITE-ACH-FILE-CONTROL.
           MOVE SPACES TO NACHA-FILE-CONTROL
           MOVE "9" TO NFC-RECORD-TYPE
           MOVE ACH-BATCH-COUNT TO NFC-BATCH-COUNT
           COMPUTE NFC-BLOCK-COUNT =
               (ACH-ENTRY-COUNT + 2 + (2 * ACH-BATCH-COUNT) + 9) / 10
           MOVE ACH-ENTRY-COUNT TO NFC-ENTRY-ADDENDA-COUNT
           MOVE ACH-ENTRY-HASH TO NFC-ENTRY-HASH
           MOVE 0 TO NFC-TOTAL-DEBIT-AMOUNT
      * the file for a block count that doesn't match its record count.
       WRITE-ACH-BLOCK-PADDING.
           COMPUTE ACH-PAD-COUNT =
               (NFC-BLOCK-COUNT * 10)
               - (ACH-ENTRY-COUNT + 2 + (2 * ACH-BATCH-COUNT))
           PERFORM WRITE-ACH-PAD-RECORD
               VARYING ACH-PAD-IDX FROM 1 BY 1
               UNTIL ACH-PAD-IDX > ACH-PAD-COUNT
                   END-IF
                   PERFORM VALIDATE-TIMECARD
                   IF TIMECARD-IS-VALID THEN
                       IF EMPLOYEE-FOUND AND PAY-RATE-OK
                               AND COMPANY-FOUND THEN
                           PERFORM PAY-THIS-TIMECARD
                       ELSE
                           PERFORM FLAG-EXCEPTION
           PERFORM LOOKUP-YTD-MASTER
           PERFORM COMPUTE-GROSS-PAY
           PERFORM COMPUTE-PRE-TAX-DEDUCTIONS
           PERFORM COMPUTE-401K-MATCH
           PERFORM COMPUTE-FED-TAX
           PERFORM COMPUTE-STATE-TAX
           PERFORM COMPUTE-FICA
           PERFORM COMPUTE-EMPLOYER-TAXES
           PERFORM DISTRIBUTE-LABOR-CHARGES
           PERFORM COMPUTE-POST-TAX-DEDUCTIONS
           PERFORM COMPUTE-NET-PAY
           PERFORM PRINT-CHECK
       CHECKPOINT-IF-DUE.
           DIVIDE LINE-NUMBER BY CHECKPOINT-INTERVAL
               GIVING CKPT-QUOTIENT REMAINDER CKPT-REMAINDER
           IF CKPT-REMAINDER = 0 AND LIVE-RUN THEN
               PERFORM WRITE-CHECKPOINT
           END-IF
           .
           MOVE ER-MEDICARE-TAX-TOTAL TO CKPT-ER-MEDICARE-TOTAL
           MOVE FUTA-TAX-TOTAL        TO CKPT-FUTA-TAX-TOTAL
           MOVE SUTA-TAX-TOTAL        TO CKPT-SUTA-TAX-TOTAL
           MOVE RK-ENTRY-COUNT        TO CKPT-RK-ENTRY-COUNT
           MOVE RK-DEFERRAL-TOTAL     TO CKPT-RK-DEFERRAL-TOTAL
           MOVE RK-CATCHUP-TOTAL      TO CKPT-RK-CATCHUP-TOTAL
           MOVE ER-MATCH-TOTAL        TO CKPT-ER-MATCH-TOTAL
           MOVE LAST-CHECK-NUMBER   TO CKPT-LAST-CHECK-NUMBER
      * the per-department table stays on the record for SUPLCHKS,
      * which shares it; wage expense here rides in the charge-code
      * table at the tail.
           MOVE 0                   TO CKPT-GL-DEPT-COUNT
           MOVE GL-CHG-COUNT        TO CKPT-GL-CHG-COUNT
           PERFORM SAVE-CKPT-GL-CHG-ENTRY
               VARYING GL-CHG-IDX FROM 1 BY 1
               UNTIL GL-CHG-IDX > GL-CHG-COUNT
           MOVE CT-COUNT            TO CKPT-CO-COUNT
           PERFORM SAVE-CKPT-CO-ENTRY
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           .
       SAVE-CKPT-GL-CHG-ENTRY.
           MOVE GL-CHG-DEPARTMENT(GL-CHG-IDX)
               TO CKPT-GL-CHG-DEPARTMENT(GL-CHG-IDX)
           MOVE GL-CHG-COST-CENTER(GL-CHG-IDX)
               TO CKPT-GL-CHG-COST-CENTER(GL-CHG-IDX)
           MOVE GL-CHG-PROJECT(GL-CHG-IDX)
               TO CKPT-GL-CHG-PROJECT(GL-CHG-IDX)
           MOVE GL-CHG-HOURS-TOTAL(GL-CHG-IDX)
               TO CKPT-GL-CHG-HOURS-TOTAL(GL-CHG-IDX)
           MOVE GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
               TO CKPT-GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
           MOVE GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
               TO CKPT-GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
           MOVE GL-CHG-COMPANY(GL-CHG-IDX)
               TO CKPT-GL-CHG-COMPANY(GL-CHG-IDX)
           .
       SAVE-CKPT-CO-ENTRY.
           SET CKPT-CO-SUB TO CT-IDX
           MOVE CT-COMPANY-CODE(CT-IDX)
               TO CKPT-CO-COMPANY-CODE(CKPT-CO-SUB)
           MOVE CT-EMPLOYEE-COUNT(CT-IDX)
               TO CKPT-CO-EMPLOYEE-COUNT(CKPT-CO-SUB)
           MOVE CT-GROSS-TOTAL(CT-IDX)
               TO CKPT-CO-GROSS-TOTAL(CKPT-CO-SUB)
           MOVE CT-FED-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-FED-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-STATE-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-STATE-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-FICA-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-FICA-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-NET-PAY-TOTAL(CT-IDX)
               TO CKPT-CO-NET-PAY-TOTAL(CKPT-CO-SUB)
           MOVE CT-DEDUCTION-TOTAL(CT-IDX)
               TO CKPT-CO-DEDUCTION-TOTAL(CKPT-CO-SUB)
           MOVE CT-ER-SS-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-ER-SS-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-ER-MEDICARE-TOTAL(CT-IDX)
               TO CKPT-CO-ER-MEDICARE-TOTAL(CKPT-CO-SUB)
           MOVE CT-FUTA-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-FUTA-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-SUTA-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-SUTA-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-ER-MATCH-TOTAL(CT-IDX)
               TO CKPT-CO-ER-MATCH-TOTAL(CKPT-CO-SUB)
           .
      * Sanity-check the timecard before it ever reaches payroll --
      * hours must be a plausible number for one pay period, the rate
           IF TIMECARD-IS-VALID THEN
               PERFORM VALIDATE-EARNINGS-TYPE
           END-IF
           IF TIMECARD-IS-VALID THEN
               PERFORM VALIDATE-CHARGE-SEGMENTS
           END-IF
           .
      * Every charge-to segment keyed with hours has to carry a real
      * hours figure, and between them the segments can't claim more
      * hours than the card pays -- the distribution has to add back
      * to the check.  Blank hours are fine; see TC-CHARGE-TO.
       VALIDATE-CHARGE-SEGMENTS.
           MOVE 0 TO CHARGED-HOURS-TOTAL
           PERFORM VALIDATE-ONE-CHARGE-SEGMENT
               VARYING CHG-SEG-SUB FROM 1 BY 1
               UNTIL CHG-SEG-SUB > 4 OR TIMECARD-IS-INVALID
           IF TIMECARD-IS-VALID
                   AND CHARGED-HOURS-TOTAL > HOURS-WORKED THEN
               SET TIMECARD-IS-INVALID TO TRUE
               MOVE "CHARGE-TO HOURS EXCEED HOURS WORKED"
                   TO EXCEPTION-REASON
           END-IF
           .
       VALIDATE-ONE-CHARGE-SEGMENT.
           IF TC-CHG-HOURS(CHG-SEG-SUB) NUMERIC THEN
               ADD TC-CHG-HOURS(CHG-SEG-SUB) TO CHARGED-HOURS-TOTAL
           ELSE
               IF TC-CHG-HOURS(CHG-SEG-SUB) NOT = SPACES THEN
                   SET TIMECARD-IS-INVALID TO TRUE
                   MOVE "CHARGE-TO HOURS ARE NOT NUMERIC"
                       TO EXCEPTION-REASON
               END-IF
           END-IF
           .
      * The earnings type must be one this shop pays, and a card
      * that draws on a PTO balance can't draw more than the balance
      * rate that does not match the master, is kept out of payroll.
       LOOKUP-EMPLOYEE-MASTER.
           MOVE EMP-ID TO EM-EMPLOYEE-ID
           SET COMPANY-NOT-FOUND TO TRUE
           READ EMPLOYEE-MASTER
               INVALID KEY SET EMPLOYEE-NOT-FOUND TO TRUE
           END-READ
           IF EM-FILE-STATUS = "00" AND EM-ACTIVE THEN
               SET EMPLOYEE-FOUND TO TRUE
               PERFORM FIND-EMPLOYEE-COMPANY
      * salaried employees are paid their period salary, not an
      * hourly rate, so the timecard's PAY-RATE has nothing to be
      * cross-checked against.
      * accrual so one pay date accrues exactly once -- a second
      * timecard for the same employee this run, or a record replay
      * on a checkpoint restart, finds the date already stamped and
      * leaves the balance alone.  A trial run posts the accrual to
      * the record in memory only, for VALIDATE-TIMECARD to check
      * PTO cards against, and writes nothing back.
       LOOKUP-PTO-BALANCE.
           MOVE EMP-ID TO PTO-EMPLOYEE-ID
           READ PTO-BALANCES
               MOVE Default-Sick-Accrual TO PTO-SICK-ACCRUAL-RATE
               MOVE 0 TO PTO-SICK-USED-YTD
               MOVE 0 TO PTO-LAST-ACCRUAL-DATE
               IF LIVE-RUN THEN
                   WRITE PTO-BALANCE-RECORD
               END-IF
               SET PTO-RECORD-FOUND TO TRUE
           ELSE
      * balances carry across the year boundary; only the usage
                   MOVE RUN-TAX-YEAR TO PTO-TAX-YEAR
                   MOVE 0 TO PTO-VAC-USED-YTD
                   MOVE 0 TO PTO-SICK-USED-YTD
                   IF LIVE-RUN THEN
                       REWRITE PTO-BALANCE-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM ACCRUE-PTO-IF-DUE
               ADD PTO-VAC-ACCRUAL-RATE  TO PTO-VAC-BALANCE
               ADD PTO-SICK-ACCRUAL-RATE TO PTO-SICK-BALANCE
               MOVE RUN-PAY-DATE TO PTO-LAST-ACCRUAL-DATE
               IF LIVE-RUN THEN
                   REWRITE PTO-BALANCE-RECORD
               END-IF
           END-IF
           .
      * Draw the hours a paid vacation or sick card used off the
               REWRITE PTO-BALANCE-RECORD
           END-IF
           .
      * Post the card's hours of service to the employee's ACA-HOURS
      * record for the month the pay period ends in, under the
      * company paying the check.  An hourly card counts its hours
      * -- worked time, or the paid vacation, sick, or holiday time
      * a PTO card carries; a salaried employee is credited 40
      * hours for every week of the period instead, once per pay
      * date, whatever the cards say.
       UPDATE-ACA-HOURS.
           PERFORM CHECK-FREQUENCY-DUE
           IF CAL-PERIOD-END(CAL-IDX) > 0 THEN
               COMPUTE ACA-HOURS-MONTH = CAL-PERIOD-END(CAL-IDX) / 100
           ELSE
               COMPUTE ACA-HOURS-MONTH =
                   RUN-PAY-YEAR * 100 + RUN-PAY-MONTH
           END-IF
           MOVE EMP-ID           TO AH-EMPLOYEE-ID
           MOVE PAY-COMPANY-CODE TO AH-COMPANY-CODE
           MOVE ACA-HOURS-MONTH  TO AH-HOURS-MONTH
           READ ACA-HOURS
               INVALID KEY SET AH-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET AH-RECORD-FOUND TO TRUE
           END-READ
           IF AH-RECORD-NOT-FOUND THEN
               MOVE EMP-ID           TO AH-EMPLOYEE-ID
               MOVE PAY-COMPANY-CODE TO AH-COMPANY-CODE
               MOVE ACA-HOURS-MONTH  TO AH-HOURS-MONTH
               MOVE 0 TO AH-WORKED-HOURS
               MOVE 0 TO AH-PTO-HOURS
               MOVE 0 TO AH-CREDITED-HOURS
               MOVE 0 TO AH-LAST-CREDIT-DATE
           END-IF
           IF EM-SALARIED-EMPLOYEE THEN
               IF AH-LAST-CREDIT-DATE NOT = RUN-PAY-DATE THEN
                   EVALUATE TRUE
                       WHEN EM-BIWEEKLY
                           MOVE 80.00 TO ACA-CREDIT-HOURS
                       WHEN EM-SEMIMONTHLY
                           MOVE 86.67 TO ACA-CREDIT-HOURS
                       WHEN EM-MONTHLY
                           MOVE 173.33 TO ACA-CREDIT-HOURS
                       WHEN OTHER
                           MOVE 40.00 TO ACA-CREDIT-HOURS
                   END-EVALUATE
                   ADD ACA-CREDIT-HOURS TO AH-CREDITED-HOURS
                   MOVE RUN-PAY-DATE TO AH-LAST-CREDIT-DATE
               END-IF
           ELSE
               IF PTO-EARNINGS THEN
                   ADD HOURS-WORKED TO AH-PTO-HOURS
               ELSE
                   ADD HOURS-WORKED TO AH-WORKED-HOURS
               END-IF
           END-IF
           IF AH-RECORD-FOUND THEN
               REWRITE ACA-HOURS-RECORD
           ELSE
               WRITE ACA-HOURS-RECORD
           END-IF
           .
      * Read this employee's year-to-date record so COMPUTE-FICA can
      * see Social Security wages accumulated so far this year.  A
      * first-time employee has no record yet; a record left over
      * from a prior tax year is rolled over in place.  Either way
      * YTD-MASTER-RECORD ends up holding this employee's YTD totals
      * as of the start of this period, ready for UPDATE-YTD-MASTER to
      * add this period's figures to once the check is computed.  The
      * record is kept per employee per company, so an employee
      * transferred between companies starts fresh figures -- and
      * fresh wage bases -- under the new one.  The 401(k) limits
      * are not the company's, so the deferrals on every one of the
      * employee's records for the year are added up first.
       LOOKUP-YTD-MASTER.
           PERFORM SUM-PERSON-401K
           MOVE EMP-ID TO YTD-EMPLOYEE-ID
           MOVE PAY-COMPANY-CODE TO YTD-COMPANY-CODE
           READ YTD-MASTER
               INVALID KEY SET YTD-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET YTD-RECORD-FOUND TO TRUE
               THEN
               PERFORM ZERO-YTD-TOTALS
           END-IF
      * a record FILECONV hasn't carried past the 401(k) fields reads
      * back with spaces in them -- nothing deferred yet, not data.
           IF YTD-401K-DEFERRAL NOT NUMERIC THEN
               MOVE 0 TO YTD-401K-DEFERRAL
               MOVE 0 TO YTD-401K-CATCHUP
               MOVE 0 TO YTD-ER-401K-MATCH
           END-IF
           .
       SUM-PERSON-401K.
           MOVE 0 TO PERSON-401K-DEFERRAL
           MOVE 0 TO PERSON-401K-CATCHUP
           MOVE EMP-ID TO YTD-EMPLOYEE-ID
           MOVE LOW-VALUES TO YTD-COMPANY-CODE
           START YTD-MASTER KEY IS NOT LESS THAN YTD-KEY
               INVALID KEY SET YTD-SCAN-DONE TO TRUE
               NOT INVALID KEY SET YTD-SCAN-MORE TO TRUE
           END-START
           PERFORM ADD-PERSON-401K WITH TEST BEFORE
               UNTIL YTD-SCAN-DONE
           .
       ADD-PERSON-401K.
           READ YTD-MASTER NEXT RECORD
               AT END SET YTD-SCAN-DONE TO TRUE
           END-READ
           IF YTD-SCAN-MORE THEN
               IF YTD-EMPLOYEE-ID NOT = EMP-ID THEN
                   SET YTD-SCAN-DONE TO TRUE
               ELSE
                   IF YTD-TAX-YEAR = RUN-TAX-YEAR
                           AND YTD-401K-DEFERRAL NUMERIC THEN
                       ADD YTD-401K-DEFERRAL TO PERSON-401K-DEFERRAL
                       ADD YTD-401K-CATCHUP  TO PERSON-401K-CATCHUP
                   END-IF
               END-IF
           END-IF
           .
       ZERO-YTD-TOTALS.
           MOVE EMP-ID      TO YTD-EMPLOYEE-ID
           MOVE PAY-COMPANY-CODE TO YTD-COMPANY-CODE
           MOVE RUN-TAX-YEAR TO YTD-TAX-YEAR
           MOVE 0 TO YTD-GROSS-PAY
           MOVE 0 TO YTD-TAXABLE-WAGES
           MOVE 0 TO YTD-FUTA-TAX
           MOVE 0 TO YTD-SUTA-WAGES
           MOVE 0 TO YTD-SUTA-TAX
           MOVE 0 TO YTD-401K-DEFERRAL
           MOVE 0 TO YTD-401K-CATCHUP
           MOVE 0 TO YTD-ER-401K-MATCH
           .
      * Add this period's figures into YTD-MASTER-RECORD and write it
      * back -- REWRITE for an employee already on the file,
           ADD FUTA-TAX       TO YTD-FUTA-TAX
           ADD SUTA-TAXABLE-THIS-PERIOD TO YTD-SUTA-WAGES
           ADD SUTA-TAX       TO YTD-SUTA-TAX
           ADD CHECK-401K-DEFERRAL TO YTD-401K-DEFERRAL
           ADD CHECK-401K-CATCHUP  TO YTD-401K-CATCHUP
           ADD ER-401K-MATCH       TO YTD-ER-401K-MATCH
           IF YTD-RECORD-FOUND THEN
               REWRITE YTD-MASTER-RECORD
           ELSE
               SET YTD-RECORD-FOUND TO TRUE
           END-IF
           .
      * A known employee paid a rate the master doesn't authorize, an
      * EMP-ID that isn't on the master at all, or an employee whose
      * company isn't on the company file, is an exception.
       FLAG-EXCEPTION.
           EVALUATE TRUE
               WHEN EMPLOYEE-NOT-FOUND
                   MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER FILE"
                       TO EXCEPTION-REASON
               WHEN PAY-RATE-MISMATCH
                   MOVE "TIMECARD PAY RATE DOES NOT MATCH MASTER"
                       TO EXCEPTION-REASON
               WHEN OTHER
                   MOVE "EMPLOYEE COMPANY NOT ON COMPANY FILE"
                       TO EXCEPTION-REASON
           END-EVALUATE
           PERFORM WRITE-EXCEPTION-LINE
           .
      * Common routine for both validation failures and master
           MOVE EMP-ID        TO EXL-EMP-ID
           MOVE EMPLOYEE-NAME TO EXL-EMP-NAME
           MOVE EXCEPTION-REASON TO EXL-REASON
           PERFORM PUT-EXCEPTION-LINE
           DISPLAY "EXCEPTION - EMP ID " EMP-ID " - " EXCEPTION-REASON
           .
       PUT-EXCEPTION-LINE.
           IF TRIAL-RUN THEN
               MOVE EXCEPTION-DETAIL-LINE TO TRIAL-EXCEPTION-LINE
               WRITE TRIAL-EXCEPTION-LINE
           ELSE
               MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF
           .
      * Salaried employees are paid a fixed period salary with no
      * overtime; every hourly employee goes through the regular
      * time-and-a-half calculation regardless of EM-EXEMPT-FLAG --
       COMPUTE-PRE-TAX-DEDUCTIONS.
           MOVE 0 TO PRE-TAX-DEDUCTION-TOTAL
           MOVE 0 TO DED-LINE-COUNT
           PERFORM SET-401K-ROOM
           MOVE EMP-ID TO DED-EMPLOYEE-ID
           START DEDUCTIONS KEY IS = DED-EMPLOYEE-ID
               INVALID KEY SET DED-NO-MORE-FOR-EMPLOYEE TO TRUE
           ELSE
               MOVE DED-AMOUNT TO DED-THIS-AMOUNT
           END-IF
           IF DED-RETIREMENT THEN
               PERFORM LIMIT-401K-DEFERRAL
           END-IF
           ADD DED-THIS-AMOUNT TO PRE-TAX-DEDUCTION-TOTAL
           PERFORM ADD-DEDUCTION-PRINT-LINE
           .
      * What is left of this year's 401(k) limits for the employee
      * being paid, across every company they have been paid by this
      * year, before any of this check's deferrals go against them.
      * The match stays the paying company's own.  Catch-up room
      * opens in the calendar year the employee turns 50; with no
      * birth date on file there is none.
       SET-401K-ROOM.
           MOVE 0 TO CHECK-401K-DEFERRAL
           MOVE 0 TO CHECK-401K-CATCHUP
           MOVE 0 TO ER-401K-MATCH
           COMPUTE DEFERRAL-ROOM = DEFERRAL-LIMIT - PERSON-401K-DEFERRAL
           IF DEFERRAL-ROOM < 0 THEN
               MOVE 0 TO DEFERRAL-ROOM
           END-IF
           SET CATCHUP-NOT-ELIGIBLE TO TRUE
           IF EM-BIRTH-DATE NUMERIC AND EM-BIRTH-DATE > 0 THEN
               DIVIDE EM-BIRTH-DATE BY 10000 GIVING BIRTH-YEAR
               IF BIRTH-YEAR + 50 <= RUN-TAX-YEAR THEN
                   SET CATCHUP-ELIGIBLE TO TRUE
               END-IF
           END-IF
           IF CATCHUP-ELIGIBLE THEN
               COMPUTE CATCHUP-ROOM =
                   CATCHUP-LIMIT - PERSON-401K-CATCHUP
               IF CATCHUP-ROOM < 0 THEN
                   MOVE 0 TO CATCHUP-ROOM
               END-IF
           ELSE
               MOVE 0 TO CATCHUP-ROOM
           END-IF
           .
      * Hold one retirement deduction to the room left -- regular
      * deferral first, then catch-up -- and take the rooms down by
      * what it used, so a second retirement code on the same check
      * sees only what the first one left.
       LIMIT-401K-DEFERRAL.
           MOVE DED-THIS-AMOUNT TO DEFERRAL-WANTED
           IF DEFERRAL-WANTED > DEFERRAL-ROOM THEN
               MOVE DEFERRAL-ROOM TO DEFERRAL-THIS-LINE
           ELSE
               MOVE DEFERRAL-WANTED TO DEFERRAL-THIS-LINE
           END-IF
           SUBTRACT DEFERRAL-THIS-LINE FROM DEFERRAL-WANTED
               GIVING CATCHUP-WANTED
           IF CATCHUP-WANTED > CATCHUP-ROOM THEN
               MOVE CATCHUP-ROOM TO CATCHUP-THIS-LINE
           ELSE
               MOVE CATCHUP-WANTED TO CATCHUP-THIS-LINE
           END-IF
           SUBTRACT DEFERRAL-THIS-LINE FROM DEFERRAL-ROOM
           SUBTRACT CATCHUP-THIS-LINE FROM CATCHUP-ROOM
           ADD DEFERRAL-THIS-LINE TO CHECK-401K-DEFERRAL
           ADD CATCHUP-THIS-LINE  TO CHECK-401K-CATCHUP
           ADD DEFERRAL-THIS-LINE CATCHUP-THIS-LINE
               GIVING DED-THIS-AMOUNT
           .
      * The employer match under the plan formula on the rate file --
      * MATCH-RATE of this check's deferrals, catch-up included,
      * matching deferrals only up to MATCH-CAP-PCT of gross pay.
       COMPUTE-401K-MATCH.
           ADD CHECK-401K-DEFERRAL CHECK-401K-CATCHUP GIVING MATCH-BASE
           COMPUTE MATCH-CAP-AMOUNT ROUNDED = GROSS-PAY * MATCH-CAP-PCT
           IF MATCH-BASE > MATCH-CAP-AMOUNT THEN
               MOVE MATCH-CAP-AMOUNT TO MATCH-BASE
           END-IF
           COMPUTE ER-401K-MATCH ROUNDED = MATCH-BASE * MATCH-RATE
           .
      * Gather this employee's post-tax DEDUCTIONS detail (garnish-
      * ments, loan repayments, benefit true-ups) now that FED-TAX,
      * STATE-TAX, and FICA-TAX are known.  The CCPA limits how much
      * amount plus whatever's still owed in arrears -- but no more
      * than what's left of GARNISHMENT-ROOM can actually come out of
      * this check.  What doesn't fit goes back onto the arrears
      * balance on the DEDUCTIONS record for next time -- on a live
      * run; a trial run takes the same amount and leaves the
      * balance on file as it was.
       APPLY-GARNISHMENT-AMOUNT.
           IF DED-PERCENT-AMOUNT THEN
               COMPUTE DED-THIS-AMOUNT ROUNDED = GROSS-PAY * DED-AMOUNT
           SUBTRACT DED-THIS-AMOUNT FROM GARNISHMENT-DESIRED
               GIVING DED-ARREARS-BALANCE
           SUBTRACT DED-THIS-AMOUNT FROM GARNISHMENT-ROOM
           IF LIVE-RUN THEN
               REWRITE DEDUCTION-RECORD
           END-IF
           ADD DED-THIS-AMOUNT TO POST-TAX-DEDUCTION-TOTAL
           PERFORM ADD-DEDUCTION-PRINT-LINE
           .
           ELSE
               MOVE TAXABLE-GROSS-PAY TO SUTA-TAXABLE-THIS-PERIOD
           END-IF
           MULTIPLY SUTA-TAXABLE-THIS-PERIOD BY CT-SUTA-RATE(CT-IDX)
               GIVING SUTA-TAX ROUNDED
           .
      * Spread this check's gross pay and employer taxes across the
      * charge codes the card's hours were worked under, in proportion
      * to the hours -- see CHARGE-DIST-TABLE.  Each keyed segment
      * becomes a line; the hours no segment claimed go to the first
      * segment keyed without hours, or failing that to a home-
      * department line.  A card with no segments at all (every card
      * keyed before they existed, and most salaried cards) comes out
      * as one home-department line carrying the whole check.
       DISTRIBUTE-LABOR-CHARGES.
           MOVE 0 TO CHG-DIST-COUNT
           MOVE 0 TO CHG-OPEN-LINE
           MOVE 0 TO CHARGED-HOURS-TOTAL
           PERFORM ADD-CARD-CHARGE-SEGMENT
               VARYING CHG-SEG-SUB FROM 1 BY 1 UNTIL CHG-SEG-SUB > 4
           SUBTRACT CHARGED-HOURS-TOTAL FROM HOURS-WORKED
               GIVING UNCHARGED-HOURS
           IF UNCHARGED-HOURS < 0 THEN
               MOVE 0 TO UNCHARGED-HOURS
           END-IF
           IF CHG-OPEN-LINE > 0 THEN
               ADD UNCHARGED-HOURS TO CDL-HOURS(CHG-OPEN-LINE)
           ELSE
               IF UNCHARGED-HOURS > 0 OR CHG-DIST-COUNT = 0 THEN
                   ADD 1 TO CHG-DIST-COUNT
                   SET CHG-DIST-IDX TO CHG-DIST-COUNT
                   MOVE EM-DEPARTMENT TO CDL-DEPARTMENT(CHG-DIST-IDX)
                   MOVE SPACES TO CDL-COST-CENTER(CHG-DIST-IDX)
                   MOVE SPACES TO CDL-PROJECT(CHG-DIST-IDX)
                   MOVE UNCHARGED-HOURS TO CDL-HOURS(CHG-DIST-IDX)
               END-IF
           END-IF
           ADD ER-SS-TAX ER-MEDICARE-TAX FUTA-TAX SUTA-TAX
               GIVING CARD-ER-TAX-TOTAL
           MOVE 0 TO CHARGE-HOURS-BASE
           PERFORM SUM-CHARGE-LINE-HOURS
               VARYING CHG-DIST-IDX FROM 1 BY 1
               UNTIL CHG-DIST-IDX > CHG-DIST-COUNT
           MOVE 0 TO GROSS-ALLOCATED
           MOVE 0 TO ER-TAX-ALLOCATED
           PERFORM SPREAD-ONE-CHARGE-LINE
               VARYING CHG-DIST-IDX FROM 1 BY 1
               UNTIL CHG-DIST-IDX > CHG-DIST-COUNT
           .
      * A segment counts once anything is keyed on it -- a code with
      * no hours is an open segment waiting for the unclaimed hours;
      * hours with no code charge the home department.
       ADD-CARD-CHARGE-SEGMENT.
           IF TC-CHARGE-TO(CHG-SEG-SUB) NOT = SPACES THEN
               ADD 1 TO CHG-DIST-COUNT
               SET CHG-DIST-IDX TO CHG-DIST-COUNT
               IF TC-CHG-DEPARTMENT(CHG-SEG-SUB) = SPACES THEN
                   MOVE EM-DEPARTMENT TO CDL-DEPARTMENT(CHG-DIST-IDX)
               ELSE
                   MOVE TC-CHG-DEPARTMENT(CHG-SEG-SUB)
                       TO CDL-DEPARTMENT(CHG-DIST-IDX)
               END-IF
               MOVE TC-CHG-COST-CENTER(CHG-SEG-SUB)
                   TO CDL-COST-CENTER(CHG-DIST-IDX)
               MOVE TC-CHG-PROJECT(CHG-SEG-SUB)
                   TO CDL-PROJECT(CHG-DIST-IDX)
               MOVE 0 TO CDL-HOURS(CHG-DIST-IDX)
               IF TC-CHG-HOURS(CHG-SEG-SUB) NUMERIC
                       AND TC-CHG-HOURS(CHG-SEG-SUB) > 0 THEN
                   MOVE TC-CHG-HOURS(CHG-SEG-SUB)
                       TO CDL-HOURS(CHG-DIST-IDX)
                   ADD TC-CHG-HOURS(CHG-SEG-SUB) TO CHARGED-HOURS-TOTAL
               ELSE
                   IF CHG-OPEN-LINE = 0 THEN
                       MOVE CHG-DIST-COUNT TO CHG-OPEN-LINE
                   END-IF
               END-IF
           END-IF
           .
       SUM-CHARGE-LINE-HOURS.
           ADD CDL-HOURS(CHG-DIST-IDX) TO CHARGE-HOURS-BASE
           .
      * Truncated shares for every line but the last, which takes
      * what is left so the lines add back to the check exactly.  A
      * card with no hours at all (a salaried card keyed without
      * them) has nothing to prorate on and charges the last line.
       SPREAD-ONE-CHARGE-LINE.
           IF CHG-DIST-IDX = CHG-DIST-COUNT THEN
               SUBTRACT GROSS-ALLOCATED FROM GROSS-PAY
                   GIVING CDL-GROSS-PAY(CHG-DIST-IDX)
               SUBTRACT ER-TAX-ALLOCATED FROM CARD-ER-TAX-TOTAL
                   GIVING CDL-ER-TAX(CHG-DIST-IDX)
           ELSE
               IF CHARGE-HOURS-BASE > 0 THEN
                   COMPUTE CDL-GROSS-PAY(CHG-DIST-IDX) =
                       GROSS-PAY * CDL-HOURS(CHG-DIST-IDX)
                           / CHARGE-HOURS-BASE
                   COMPUTE CDL-ER-TAX(CHG-DIST-IDX) =
                       CARD-ER-TAX-TOTAL * CDL-HOURS(CHG-DIST-IDX)
                           / CHARGE-HOURS-BASE
               ELSE
                   MOVE 0 TO CDL-GROSS-PAY(CHG-DIST-IDX)
                   MOVE 0 TO CDL-ER-TAX(CHG-DIST-IDX)
               END-IF
           END-IF
           ADD CDL-GROSS-PAY(CHG-DIST-IDX) TO GROSS-ALLOCATED
           ADD CDL-ER-TAX(CHG-DIST-IDX)    TO ER-TAX-ALLOCATED
           .
      * Post-tax deductions (wage garnishments) can legitimately exceed
      * what's left of a low earner's pay after taxes -- compute into
      * a signed working copy first and floor at zero instead of
               PERFORM PRINT-ONE-DEDUCTION-LINE
                   VARYING DED-PRINT-IDX FROM 1 BY 1
                   UNTIL DED-PRINT-IDX > DED-LINE-COUNT
               IF TRIAL-RUN THEN
                   PERFORM WRITE-REGISTER-LINE
                   PERFORM WRITE-VARIANCE-ENTRY
               ELSE
                   PERFORM ISSUE-PAYMENT
               END-IF
           .
      * A live check goes out -- paper or ACH -- and every file it
      * touches is posted.  A trial run never comes through here.
       ISSUE-PAYMENT.
           PERFORM PLAN-DIRECT-DEPOSIT
           IF DEPOSIT-BY-CHECK THEN
               PERFORM WRITE-PAPER-CHECK
           ELSE
               PERFORM WRITE-DEPOSIT-ENTRIES
           END-IF
           PERFORM WRITE-PAY-HISTORY
           PERFORM WRITE-REGISTER-LINE
           PERFORM ACCUMULATE-GL-TOTALS
           PERFORM WRITE-RECORDKEEPER-DETAIL
           PERFORM UPDATE-YTD-MASTER
           PERFORM UPDATE-PTO-USAGE
           PERFORM UPDATE-ACA-HOURS
           PERFORM WRITE-EARNINGS-STATEMENT
           .
      * One stub per employee per run, written while the fresh YTD
      * totals UPDATE-YTD-MASTER just posted are still in memory --
           .
      * One history record per payment, written the moment the check
      * or ACH entry is final so the breakdown on file is exactly
      * what went out -- same paper/ACH routing PRINT-CHECK just
      * decided, so the record carries the check number the paper
      * path issued or the trace the ACH path stamped (the first
      * entry's, when the net pay was split across accounts).
       WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE EMP-ID        TO PH-EMPLOYEE-ID
           MOVE RUN-PAY-DATE  TO PH-PAY-DATE
           MOVE 0             TO PH-PAYMENT-SEQ
           SET PH-REGULAR-PAYROLL TO TRUE
           MOVE PAY-COMPANY-CODE TO PH-COMPANY-CODE
           IF DEPOSIT-BY-CHECK THEN
               MOVE LAST-CHECK-NUMBER  TO PH-CHECK-NUMBER
               MOVE ZEROS              TO PH-TRACE-DFI
               MOVE ZEROS              TO PH-TRACE-SEQUENCE
           ELSE
               MOVE 0                  TO PH-CHECK-NUMBER
               MOVE ACH-ORIGIN-DFI-ID  TO PH-TRACE-DFI
               MOVE DEP-FIRST-TRACE    TO PH-TRACE-SEQUENCE
           END-IF
           MOVE EMPLOYEE-NAME          TO PH-EMPLOYEE-NAME
           MOVE GROSS-PAY              TO PH-GROSS-PAY
           MOVE FUTA-TAX               TO PH-FUTA-TAX
           MOVE SUTA-TAXABLE-THIS-PERIOD TO PH-SUTA-WAGES
           MOVE SUTA-TAX               TO PH-SUTA-TAX
           MOVE CHECK-401K-DEFERRAL    TO PH-401K-DEFERRAL
           MOVE CHECK-401K-CATCHUP     TO PH-401K-CATCHUP
           MOVE ER-401K-MATCH          TO PH-ER-401K-MATCH
           MOVE DED-LINE-COUNT         TO PH-DED-COUNT
           PERFORM MOVE-DEDUCTION-HISTORY-LINE
               VARYING DED-PRINT-IDX FROM 1 BY 1
           DISPLAY PAYCHECK-DEDUCTION-LINE
           .
      * Carry this paycheck's figures onto the payroll register and
      * into the running control totals printed at the end of the run,
      * the run's and the paying company's both.
       WRITE-REGISTER-LINE.
           ADD 1         TO REG-EMPLOYEE-COUNT
           ADD GROSS-PAY TO REG-GROSS-TOTAL
           ADD STATE-TAX TO REG-STATE-TAX-TOTAL
           ADD FICA-TAX  TO REG-FICA-TAX-TOTAL
           ADD NET-PAY   TO REG-NET-PAY-TOTAL
           ADD 1         TO CT-EMPLOYEE-COUNT(CT-IDX)
           ADD GROSS-PAY TO CT-GROSS-TOTAL(CT-IDX)
           ADD FED-TAX   TO CT-FED-TAX-TOTAL(CT-IDX)
           ADD STATE-TAX TO CT-STATE-TAX-TOTAL(CT-IDX)
           ADD FICA-TAX  TO CT-FICA-TAX-TOTAL(CT-IDX)
           ADD NET-PAY   TO CT-NET-PAY-TOTAL(CT-IDX)
           MOVE EMP-ID        TO RD-EMP-ID
           MOVE EMPLOYEE-NAME TO RD-EMP-NAME
           MOVE GROSS-PAY     TO RD-GROSS-PAY
           MOVE STATE-TAX     TO RD-STATE-TAX
           MOVE FICA-TAX      TO RD-FICA-TAX
           MOVE NET-PAY       TO RD-NET-PAY
           MOVE REGISTER-DETAIL-LINE TO REGISTER-OUT-LINE
           PERFORM PUT-REGISTER-LINE
           .
      * Control totals tie the register back to the bank file and the
      * general ledger -- the employee count should match ACH-ENTRY-
      * COUNT and RT-NET-PAY-TOTAL should match ACH-TOTAL-CREDIT.
      * Each company paid this run gets its own line first, tying to
      * its own ACH batch and GL journal.
       WRITE-REGISTER-TOTALS.
           PERFORM WRITE-COMPANY-REGISTER-TOTALS
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           MOVE "CONTROL TOTALS --   " TO RT-LABEL
           MOVE REG-EMPLOYEE-COUNT  TO RT-EMPLOYEE-COUNT
           MOVE REG-GROSS-TOTAL     TO RT-GROSS-TOTAL
           MOVE REG-FED-TAX-TOTAL   TO RT-FED-TAX-TOTAL
           MOVE REG-STATE-TAX-TOTAL TO RT-STATE-TAX-TOTAL
           MOVE REG-FICA-TAX-TOTAL  TO RT-FICA-TAX-TOTAL
           MOVE REG-NET-PAY-TOTAL   TO RT-NET-PAY-TOTAL
           MOVE REGISTER-TOTALS-LINE TO REGISTER-OUT-LINE
           PERFORM PUT-REGISTER-LINE
           .
       WRITE-COMPANY-REGISTER-TOTALS.
           IF CT-EMPLOYEE-COUNT(CT-IDX) > 0 THEN
               MOVE CT-COMPANY-CODE(CT-IDX) TO RCL-COMPANY-CODE
               MOVE REG-COMPANY-LABEL TO RT-LABEL
               MOVE CT-EMPLOYEE-COUNT(CT-IDX)  TO RT-EMPLOYEE-COUNT
               MOVE CT-GROSS-TOTAL(CT-IDX)     TO RT-GROSS-TOTAL
               MOVE CT-FED-TAX-TOTAL(CT-IDX)   TO RT-FED-TAX-TOTAL
               MOVE CT-STATE-TAX-TOTAL(CT-IDX) TO RT-STATE-TAX-TOTAL
               MOVE CT-FICA-TAX-TOTAL(CT-IDX)  TO RT-FICA-TAX-TOTAL
               MOVE CT-NET-PAY-TOTAL(CT-IDX)   TO RT-NET-PAY-TOTAL
               MOVE REGISTER-TOTALS-LINE TO REGISTER-OUT-LINE
               PERFORM PUT-REGISTER-LINE
           END-IF
           .
       PUT-REGISTER-LINE.
           IF TRIAL-RUN THEN
               MOVE REGISTER-OUT-LINE TO TRIAL-REGISTER-LINE
               WRITE TRIAL-REGISTER-LINE
           ELSE
               MOVE REGISTER-OUT-LINE TO REGISTER-REPORT-LINE
               WRITE REGISTER-REPORT-LINE
           END-IF
           .
      * One employee's entry on the variance report: the check the
      * trial just figured, the last regular payroll check before
      * this pay date, and a flag line under anything a supervisor
      * should look at before the money goes out.
       WRITE-VARIANCE-ENTRY.
           ADD 1 TO VAR-EMPLOYEE-COUNT
           MOVE EMP-ID TO TRIAL-PAYEE-KEY
           PERFORM NOTE-TRIAL-PAYEE
           PERFORM FIND-LAST-REGULAR-PAY
           ADD PRE-TAX-DEDUCTION-TOTAL POST-TAX-DEDUCTION-TOTAL
               GIVING VAR-DEDUCTION-TOTAL
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES        TO VARIANCE-DETAIL-LINE
           MOVE EMP-ID        TO VD-EMP-ID
           MOVE EMPLOYEE-NAME TO VD-EMP-NAME
           MOVE "THIS RUN"    TO VD-LABEL
           MOVE RUN-PAY-DATE  TO VD-PAY-DATE
           MOVE GROSS-PAY     TO VD-GROSS-PAY
           MOVE FED-TAX       TO VD-FED-TAX
           MOVE STATE-TAX     TO VD-STATE-TAX
           MOVE FICA-TAX      TO VD-FICA-TAX
           MOVE VAR-DEDUCTION-TOTAL TO VD-DEDUCTIONS
           MOVE NET-PAY       TO VD-NET-PAY
           MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           IF LAST-PAY-FOUND THEN
               PERFORM COMPARE-TO-LAST-PAY
           ELSE
               ADD 1 TO VAR-FIRST-TIME-COUNT
               MOVE "FIRST-TIME PAYEE - NO REGULAR PAY HISTORY"
                   TO VF-TEXT
               PERFORM WRITE-VARIANCE-FLAG
           END-IF
           IF NET-PAY = 0 THEN
               ADD 1 TO VAR-ZERO-NET-COUNT
               MOVE "ZERO NET PAY" TO VF-TEXT
               PERFORM WRITE-VARIANCE-FLAG
           END-IF
           .
       COMPARE-TO-LAST-PAY.
           MOVE SPACES              TO VARIANCE-DETAIL-LINE
           MOVE "LAST PD "          TO VD-LABEL
           MOVE LAST-PAY-DATE       TO VD-PAY-DATE
           MOVE LAST-PAY-GROSS      TO VD-GROSS-PAY
           MOVE LAST-PAY-FED-TAX    TO VD-FED-TAX
           MOVE LAST-PAY-STATE-TAX  TO VD-STATE-TAX
           MOVE LAST-PAY-FICA-TAX   TO VD-FICA-TAX
           MOVE LAST-PAY-DEDUCTIONS TO VD-DEDUCTIONS
           MOVE LAST-PAY-NET        TO VD-NET-PAY
           MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           SET VAR-NO-SWING TO TRUE
           MOVE "GROSS PAY"   TO VAR-ITEM-NAME
           MOVE GROSS-PAY      TO VAR-CURRENT
           MOVE LAST-PAY-GROSS TO VAR-PRIOR
           PERFORM CHECK-ONE-SWING
           MOVE "FEDERAL TAX" TO VAR-ITEM-NAME
           MOVE FED-TAX          TO VAR-CURRENT
           MOVE LAST-PAY-FED-TAX TO VAR-PRIOR
           PERFORM CHECK-ONE-SWING
           MOVE "STATE TAX"   TO VAR-ITEM-NAME
           MOVE STATE-TAX          TO VAR-CURRENT
           MOVE LAST-PAY-STATE-TAX TO VAR-PRIOR
           PERFORM CHECK-ONE-SWING
           MOVE "FICA TAX"    TO VAR-ITEM-NAME
           MOVE FICA-TAX          TO VAR-CURRENT
           MOVE LAST-PAY-FICA-TAX TO VAR-PRIOR
           PERFORM CHECK-ONE-SWING
           MOVE "DEDUCTIONS"  TO VAR-ITEM-NAME
           MOVE VAR-DEDUCTION-TOTAL TO VAR-CURRENT
           MOVE LAST-PAY-DEDUCTIONS TO VAR-PRIOR
           PERFORM CHECK-ONE-SWING
           MOVE "NET PAY"     TO VAR-ITEM-NAME
           MOVE NET-PAY      TO VAR-CURRENT
           MOVE LAST-PAY-NET TO VAR-PRIOR
           PERFORM CHECK-ONE-SWING
           IF VAR-SWING-FOUND THEN
               ADD 1 TO VAR-SWING-COUNT
           END-IF
           .
      * A figure that was zero last period and isn't now has no
      * percentage to speak of -- it is flagged as new on its own.
       CHECK-ONE-SWING.
           IF VAR-PRIOR = 0 THEN
               IF VAR-CURRENT > 0 THEN
                   SET VAR-SWING-FOUND TO TRUE
                   MOVE VAR-ITEM-NAME     TO VNI-ITEM
                   MOVE VAR-NEW-ITEM-TEXT TO VF-TEXT
                   PERFORM WRITE-VARIANCE-FLAG
               END-IF
           ELSE
               COMPUTE VAR-CHANGE-PCT ROUNDED =
                   (VAR-CURRENT - VAR-PRIOR) * 100 / VAR-PRIOR
               IF VAR-CHANGE-PCT < 0 THEN
                   MOVE "DOWN" TO VS-DIRECTION
                   MULTIPLY -1 BY VAR-CHANGE-PCT
               ELSE
                   MOVE "UP  " TO VS-DIRECTION
               END-IF
               IF VAR-CHANGE-PCT > Variance-Swing-Pct THEN
                   SET VAR-SWING-FOUND TO TRUE
                   MOVE VAR-ITEM-NAME  TO VS-ITEM
                   MOVE VAR-CHANGE-PCT TO VS-CHANGE-PCT
                   MOVE VARIANCE-SWING-LINE TO VARIANCE-REPORT-LINE
                   WRITE VARIANCE-REPORT-LINE
               END-IF
           END-IF
           .
       WRITE-VARIANCE-FLAG.
           MOVE VARIANCE-FLAG-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           .
      * The employee's last regular payroll check before this pay
      * date -- PAY-HISTORY is keyed employee, pay date, sequence, so
      * reading forward from the employee's first record leaves the
      * latest one in hand.  Supplemental checks and voids are passed
      * over; a history written by a live run of this same pay date
      * is too, so a trial rerun still compares to last period.
       FIND-LAST-REGULAR-PAY.
           SET LAST-PAY-NOT-FOUND TO TRUE
           MOVE EMP-ID TO PH-EMPLOYEE-ID
           MOVE 0      TO PH-PAY-DATE
           MOVE 0      TO PH-PAYMENT-SEQ
           START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
               INVALID KEY SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
               NOT INVALID KEY SET PH-MORE-FOR-EMPLOYEE TO TRUE
           END-START
           PERFORM SCAN-EMPLOYEE-HISTORY
               WITH TEST BEFORE UNTIL PH-NO-MORE-FOR-EMPLOYEE
           .
       SCAN-EMPLOYEE-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF PH-MORE-FOR-EMPLOYEE THEN
               IF PH-EMPLOYEE-ID NOT = EMP-ID
                       OR PH-PAY-DATE NOT < RUN-PAY-DATE THEN
                   SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
               ELSE
                   IF PH-REGULAR-PAYROLL AND NOT PH-PAYMENT-VOIDED
                       THEN
                       SET LAST-PAY-FOUND TO TRUE
                       MOVE PH-PAY-DATE     TO LAST-PAY-DATE
                       MOVE PH-GROSS-PAY    TO LAST-PAY-GROSS
                       MOVE PH-FED-TAX      TO LAST-PAY-FED-TAX
                       MOVE PH-STATE-TAX    TO LAST-PAY-STATE-TAX
                       MOVE PH-FICA-TAX     TO LAST-PAY-FICA-TAX
                       ADD PH-PRE-TAX-DED PH-POST-TAX-DED
                           GIVING LAST-PAY-DEDUCTIONS
                       MOVE PH-NET-PAY      TO LAST-PAY-NET
                   END-IF
               END-IF
           END-IF
           .
      * Remember who the trial paid -- once, however many timecards
      * the employee had.  A full table is reported rather than
      * overrun; the overflow employees may then show up on the
      * no-timecard list when they did in fact have one.
       NOTE-TRIAL-PAYEE.
           PERFORM FIND-TRIAL-PAYEE
           IF TRIAL-PAYEE-NOT-FOUND THEN
               IF TRIAL-PAYEE-COUNT < 1000 THEN
                   ADD 1 TO TRIAL-PAYEE-COUNT
                   MOVE TRIAL-PAYEE-KEY
                       TO TRIAL-PAYEE-ID(TRIAL-PAYEE-COUNT)
               ELSE
                   DISPLAY "TRIAL PAYEE TABLE FULL - EMP ID "
                       TRIAL-PAYEE-KEY
               END-IF
           END-IF
           .
       FIND-TRIAL-PAYEE.
           SET TRIAL-PAYEE-NOT-FOUND TO TRUE
           SET TRIAL-PAYEE-IDX TO 1
           SEARCH TRIAL-PAYEE-ID
               AT END CONTINUE
               WHEN TRIAL-PAYEE-ID(TRIAL-PAYEE-IDX) = TRIAL-PAYEE-KEY
                   SET TRIAL-PAYEE-FOUND TO TRUE
           END-SEARCH
           .
      * Employees paid last period with no timecard in this run --
      * one pass over PAY-HISTORY finds each employee's latest
      * regular check before this pay date.  An active employee
      * whose frequency pays today and whom the trial did not pay is
      * held as a candidate; once the pass is over, the candidates
      * whose latest check fell on the frequency's last pay date are
      * listed.  The last pay date is the calendar's when it still
      * carries the earlier rows, else the latest regular check the
      * pass found for anyone on that frequency.
       LIST-MISSED-PAYEES.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "PAID LAST PERIOD - NO TIMECARD THIS RUN"
               TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO HIST-EMP-ID
           MOVE 0      TO HIST-LAST-PAY-DATE
           MOVE LOW-VALUES TO PH-KEY
           START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
               INVALID KEY SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
               NOT INVALID KEY SET PH-MORE-FOR-EMPLOYEE TO TRUE
           END-START
           PERFORM SCAN-HISTORY-FOR-MISSED
               WITH TEST BEFORE UNTIL PH-NO-MORE-FOR-EMPLOYEE
           PERFORM CLOSE-HISTORY-EMPLOYEE
           PERFORM REPORT-MISSED-PAYEE
               VARYING MISSED-IDX FROM 1 BY 1
               UNTIL MISSED-IDX > MISSED-PAYEE-COUNT
           IF VAR-MISSED-COUNT = 0 THEN
               MOVE "    NONE" TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           END-IF
           .
       SCAN-HISTORY-FOR-MISSED.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF PH-MORE-FOR-EMPLOYEE THEN
               IF PH-EMPLOYEE-ID NOT = HIST-EMP-ID THEN
                   PERFORM CLOSE-HISTORY-EMPLOYEE
                   MOVE PH-EMPLOYEE-ID TO HIST-EMP-ID
                   MOVE 0 TO HIST-LAST-PAY-DATE
               END-IF
               IF PH-REGULAR-PAYROLL AND NOT PH-PAYMENT-VOIDED
                       AND PH-PAY-DATE < RUN-PAY-DATE THEN
                   MOVE PH-PAY-DATE      TO HIST-LAST-PAY-DATE
                   MOVE PH-EMPLOYEE-NAME TO HIST-EMP-NAME
                   MOVE PH-NET-PAY       TO HIST-LAST-NET
               END-IF
           END-IF
           .
       CLOSE-HISTORY-EMPLOYEE.
           IF HIST-LAST-PAY-DATE > 0 THEN
               MOVE HIST-EMP-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY SET EMPLOYEE-NOT-FOUND TO TRUE
                   NOT INVALID KEY SET EMPLOYEE-FOUND TO TRUE
               END-READ
               IF EMPLOYEE-FOUND THEN
                   PERFORM FIND-FREQUENCY-SLOT
               END-IF
               IF EMPLOYEE-FOUND AND FREQ-SLOT-FOUND THEN
                   IF HIST-LAST-PAY-DATE > CAL-LAST-PAID-DATE(CAL-IDX)
                       THEN
                       MOVE HIST-LAST-PAY-DATE
                           TO CAL-LAST-PAID-DATE(CAL-IDX)
                   END-IF
                   IF EM-ACTIVE AND CAL-FREQ-DUE(CAL-IDX) THEN
                       MOVE HIST-EMP-ID TO TRIAL-PAYEE-KEY
                       PERFORM FIND-TRIAL-PAYEE
                       IF TRIAL-PAYEE-NOT-FOUND THEN
                           PERFORM ADD-MISSED-PAYEE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       FIND-FREQUENCY-SLOT.
           SET FREQ-SLOT-NOT-FOUND TO TRUE
           SET CAL-IDX TO 1
           SEARCH CAL-DUE-ENTRY
               AT END CONTINUE
               WHEN CAL-FREQUENCY(CAL-IDX) = EM-PAY-FREQUENCY
                   SET FREQ-SLOT-FOUND TO TRUE
                   SET HIST-FREQ-SLOT TO CAL-IDX
           END-SEARCH
           .
       ADD-MISSED-PAYEE.
           IF MISSED-PAYEE-COUNT < 500 THEN
               ADD 1 TO MISSED-PAYEE-COUNT
               SET MISSED-IDX TO MISSED-PAYEE-COUNT
               MOVE HIST-EMP-ID        TO MSP-EMP-ID(MISSED-IDX)
               MOVE HIST-EMP-NAME      TO MSP-EMP-NAME(MISSED-IDX)
               MOVE HIST-FREQ-SLOT     TO MSP-FREQ-SLOT(MISSED-IDX)
               MOVE HIST-LAST-PAY-DATE TO MSP-LAST-PAY-DATE(MISSED-IDX)
               MOVE HIST-LAST-NET      TO MSP-LAST-NET(MISSED-IDX)
           ELSE
               DISPLAY "MISSED PAYEE TABLE FULL - EMP ID " HIST-EMP-ID
                   " NOT CHECKED"
           END-IF
           .
       REPORT-MISSED-PAYEE.
           SET CAL-IDX TO MSP-FREQ-SLOT(MISSED-IDX)
           IF CAL-PRIOR-PAY-DATE(CAL-IDX) > 0 THEN
               MOVE CAL-PRIOR-PAY-DATE(CAL-IDX) TO HIST-PRIOR-DATE
           ELSE
               MOVE CAL-LAST-PAID-DATE(CAL-IDX) TO HIST-PRIOR-DATE
           END-IF
           IF MSP-LAST-PAY-DATE(MISSED-IDX) = HIST-PRIOR-DATE THEN
               ADD 1 TO VAR-MISSED-COUNT
               MOVE SPACES TO VARIANCE-DETAIL-LINE
               MOVE MSP-EMP-ID(MISSED-IDX)        TO VD-EMP-ID
               MOVE MSP-EMP-NAME(MISSED-IDX)      TO VD-EMP-NAME
               MOVE "LAST PD "                    TO VD-LABEL
               MOVE MSP-LAST-PAY-DATE(MISSED-IDX) TO VD-PAY-DATE
               MOVE MSP-LAST-NET(MISSED-IDX)      TO VD-NET-PAY
               MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               MOVE "PAID LAST PERIOD - NO TIMECARD THIS RUN"
                   TO VF-TEXT
               PERFORM WRITE-VARIANCE-FLAG
           END-IF
           .
      * The counts the supervisors sign off against.
       WRITE-VARIANCE-TOTALS.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "CHECKS FIGURED IN TRIAL RUN" TO VC-LABEL
           MOVE VAR-EMPLOYEE-COUNT TO VC-COUNT
           PERFORM WRITE-VARIANCE-COUNT
           MOVE "CHECKS WITH A SWING OVER THRESHOLD" TO VC-LABEL
           MOVE VAR-SWING-COUNT TO VC-COUNT
           PERFORM WRITE-VARIANCE-COUNT
           MOVE "FIRST-TIME PAYEES" TO VC-LABEL
           MOVE VAR-FIRST-TIME-COUNT TO VC-COUNT
           PERFORM WRITE-VARIANCE-COUNT
           MOVE "ZERO NET PAY" TO VC-LABEL
           MOVE VAR-ZERO-NET-COUNT TO VC-COUNT
           PERFORM WRITE-VARIANCE-COUNT
           MOVE "PAID LAST PERIOD, NO TIMECARD NOW" TO VC-LABEL
           MOVE VAR-MISSED-COUNT TO VC-COUNT
           PERFORM WRITE-VARIANCE-COUNT
           .
       WRITE-VARIANCE-COUNT.
           MOVE VARIANCE-COUNT-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           .
      * Add each of this paycheck's labor distribution lines to its
      * charge code's running totals, and its deductions to the
      * deductions-payable total, for the general ledger extract
      * written at the end of the run.  If the charge-code table is
      * full, GL-CHG-IDX is not a usable subscript (see ADD-GL-CHG-
      * ENTRY) so that line's add is skipped rather than corrupting
      * whatever follows the table -- WRITE-GL-EXTRACT posts whatever
      * the table missed as an undistributed line, so the journal
      * still balances.
       ACCUMULATE-GL-TOTALS.
           PERFORM ACCUMULATE-ONE-CHARGE-LINE
               VARYING CHG-DIST-IDX FROM 1 BY 1
               UNTIL CHG-DIST-IDX > CHG-DIST-COUNT
           ADD PRE-TAX-DEDUCTION-TOTAL  TO GL-DEDUCTION-TOTAL
           ADD POST-TAX-DEDUCTION-TOTAL TO GL-DEDUCTION-TOTAL
           ADD ER-SS-TAX       TO ER-SS-TAX-TOTAL
           ADD ER-MEDICARE-TAX TO ER-MEDICARE-TAX-TOTAL
           ADD FUTA-TAX        TO FUTA-TAX-TOTAL
           ADD SUTA-TAX        TO SUTA-TAX-TOTAL
           ADD ER-401K-MATCH   TO ER-MATCH-TOTAL
           ADD PRE-TAX-DEDUCTION-TOTAL  TO CT-DEDUCTION-TOTAL(CT-IDX)
           ADD POST-TAX-DEDUCTION-TOTAL TO CT-DEDUCTION-TOTAL(CT-IDX)
           ADD ER-SS-TAX       TO CT-ER-SS-TAX-TOTAL(CT-IDX)
           ADD ER-MEDICARE-TAX TO CT-ER-MEDICARE-TOTAL(CT-IDX)
           ADD FUTA-TAX        TO CT-FUTA-TAX-TOTAL(CT-IDX)
           ADD SUTA-TAX        TO CT-SUTA-TAX-TOTAL(CT-IDX)
           ADD ER-401K-MATCH   TO CT-ER-MATCH-TOTAL(CT-IDX)
           .
       ACCUMULATE-ONE-CHARGE-LINE.
           PERFORM FIND-GL-CHG-ENTRY
           IF GL-CHG-FOUND THEN
               ADD CDL-HOURS(CHG-DIST-IDX)
                   TO GL-CHG-HOURS-TOTAL(GL-CHG-IDX)
               ADD CDL-GROSS-PAY(CHG-DIST-IDX)
                   TO GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
               ADD CDL-ER-TAX(CHG-DIST-IDX)
                   TO GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
           END-IF
           PERFORM WRITE-LABOR-DIST-WORK
           .
      * Walk the charge-code table for this distribution line's
      * company/department/cost center/project; add a new entry the
      * first time a charge code is seen.  GL-CHG-COUNT is small (one
      * entry per charge code worked this period, not per employee) so
      * a manual walk is plenty fast without needing SEARCH ALL/a
      * sorted key.
       FIND-GL-CHG-ENTRY.
           SET GL-CHG-NOT-FOUND TO TRUE
           SET GL-CHG-IDX TO 1
           PERFORM TEST-GL-CHG-ENTRY
               WITH TEST BEFORE
               UNTIL GL-CHG-FOUND OR GL-CHG-IDX > GL-CHG-COUNT
           IF GL-CHG-NOT-FOUND THEN
               PERFORM ADD-GL-CHG-ENTRY
           END-IF
           .
       TEST-GL-CHG-ENTRY.
           IF GL-CHG-COMPANY(GL-CHG-IDX) = PAY-COMPANY-CODE
                   AND GL-CHG-DEPARTMENT(GL-CHG-IDX) =
                       CDL-DEPARTMENT(CHG-DIST-IDX)
                   AND GL-CHG-COST-CENTER(GL-CHG-IDX) =
                       CDL-COST-CENTER(CHG-DIST-IDX)
                   AND GL-CHG-PROJECT(GL-CHG-IDX) =
                       CDL-PROJECT(CHG-DIST-IDX) THEN
               SET GL-CHG-FOUND TO TRUE
           ELSE
               SET GL-CHG-IDX UP BY 1
           END-IF
           .
      * 50 charge codes is more than a pay period has ever worked; if
      * a 51st does show up, leave the table alone (GL-CHG-NOT-FOUND
      * stays set, same as ADD-DEDUCTION-PRINT-LINE's DED-LINE-COUNT
      * guard does for an overflowing deduction table) instead of
      * indexing past GL-CHG-ENTRY OCCURS 50.
       ADD-GL-CHG-ENTRY.
           IF GL-CHG-COUNT < 50 THEN
               ADD 1 TO GL-CHG-COUNT
               SET GL-CHG-IDX TO GL-CHG-COUNT
               MOVE PAY-COMPANY-CODE TO GL-CHG-COMPANY(GL-CHG-IDX)
               MOVE CDL-DEPARTMENT(CHG-DIST-IDX)
                   TO GL-CHG-DEPARTMENT(GL-CHG-IDX)
               MOVE CDL-COST-CENTER(CHG-DIST-IDX)
                   TO GL-CHG-COST-CENTER(GL-CHG-IDX)
               MOVE CDL-PROJECT(CHG-DIST-IDX)
                   TO GL-CHG-PROJECT(GL-CHG-IDX)
               MOVE 0 TO GL-CHG-HOURS-TOTAL(GL-CHG-IDX)
               MOVE 0 TO GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
               MOVE 0 TO GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
               SET GL-CHG-FOUND TO TRUE
           ELSE
               DISPLAY "GL CHARGE CODE TABLE FULL - DEPT "
                   CDL-DEPARTMENT(CHG-DIST-IDX) " COST CENTER "
                   CDL-COST-CENTER(CHG-DIST-IDX)
                   " POSTED UNDISTRIBUTED"
           END-IF
           .
      * One recordkeeper line for a check with any 401(k) activity.
       WRITE-RECORDKEEPER-DETAIL.
           IF CHECK-401K-DEFERRAL > 0 OR CHECK-401K-CATCHUP > 0
                   OR ER-401K-MATCH > 0 THEN
               MOVE EMP-ID              TO RKD-EMP-ID
               MOVE EMPLOYEE-NAME       TO RKD-EMP-NAME
               MOVE RUN-PAY-DATE        TO RKD-PAY-DATE
               MOVE CHECK-401K-DEFERRAL TO RKD-DEFERRAL
               MOVE CHECK-401K-CATCHUP  TO RKD-CATCHUP
               MOVE ER-401K-MATCH       TO RKD-MATCH
               MOVE RK-DETAIL-LINE      TO RECORDKEEPER-LINE
               WRITE RECORDKEEPER-LINE
               ADD 1                   TO RK-ENTRY-COUNT
               ADD CHECK-401K-DEFERRAL TO RK-DEFERRAL-TOTAL
               ADD CHECK-401K-CATCHUP  TO RK-CATCHUP-TOTAL
           END-IF
           .
      * The trailer the recordkeeper balances the file against.
       WRITE-RECORDKEEPER-TRAILER.
           MOVE RK-ENTRY-COUNT    TO RKT-ENTRY-COUNT
           MOVE RK-DEFERRAL-TOTAL TO RKT-DEFERRAL-TOTAL
           MOVE RK-CATCHUP-TOTAL  TO RKT-CATCHUP-TOTAL
           MOVE ER-MATCH-TOTAL    TO RKT-MATCH-TOTAL
           MOVE RK-TRAILER-LINE   TO RECORDKEEPER-LINE
           WRITE RECORDKEEPER-LINE
           .
      * One work-file line per distribution line, for the labor
      * distribution report CLEAN-UP prints.
       WRITE-LABOR-DIST-WORK.
           MOVE CDL-DEPARTMENT(CHG-DIST-IDX)  TO LDW-DEPARTMENT
           MOVE CDL-COST-CENTER(CHG-DIST-IDX) TO LDW-COST-CENTER
           MOVE CDL-PROJECT(CHG-DIST-IDX)     TO LDW-PROJECT
           MOVE EMP-ID                        TO LDW-EMP-ID
           MOVE EMPLOYEE-NAME                 TO LDW-EMP-NAME
           MOVE CDL-HOURS(CHG-DIST-IDX)       TO LDW-HOURS
           MOVE CDL-GROSS-PAY(CHG-DIST-IDX)   TO LDW-GROSS-PAY
           MOVE CDL-ER-TAX(CHG-DIST-IDX)      TO LDW-ER-TAX
           MOVE PAY-COMPANY-CODE              TO LDW-COMPANY-CODE
           WRITE LABOR-DIST-WORK-RECORD
           .
      * One wage-expense debit line and one payroll-tax-expense debit
      * line per charge code that had a paycheck this run -- the
      * company's own charge codes only.
       WRITE-COMPANY-CHARGE-LINES.
           IF GL-CHG-COMPANY(GL-CHG-IDX) = CT-COMPANY-CODE(CT-IDX) THEN
               PERFORM WRITE-GL-CHARGE-LINES
           END-IF
           .
       WRITE-GL-CHARGE-LINES.
           MOVE SPACES             TO GL-JOURNAL-LINE
           MOVE "5000"             TO GL-ACCOUNT-CODE
           MOVE "WAGE EXPENSE"     TO GL-ACCOUNT-NAME
           MOVE GL-CHG-DEPARTMENT(GL-CHG-IDX)  TO GL-DEPARTMENT
           MOVE GL-CHG-COST-CENTER(GL-CHG-IDX) TO GL-COST-CENTER
           MOVE GL-CHG-PROJECT(GL-CHG-IDX)     TO GL-PROJECT
           MOVE GL-CHG-GROSS-TOTAL(GL-CHG-IDX) TO GL-DEBIT-AMOUNT
           MOVE 0                  TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE
           ADD GL-CHG-GROSS-TOTAL(GL-CHG-IDX) TO GL-CHARGED-GROSS-TOTAL
           IF GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX) > 0 THEN
               MOVE "5100"         TO GL-ACCOUNT-CODE
               MOVE "PAYROLL TAX EXPENSE" TO GL-ACCOUNT-NAME
               MOVE GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX) TO GL-DEBIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
               ADD GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX)
                   TO GL-CHARGED-ER-TAX-TOTAL
           END-IF
           .
      * Whatever the charge-code debits didn't cover -- a full table,
      * or employer taxes restored from a checkpoint written before
      * they were kept by charge code -- posts here with no charge
      * code, so the debits still equal the credits.
       WRITE-GL-UNCHARGED-LINES.
           IF CT-GROSS-TOTAL(CT-IDX) > GL-CHARGED-GROSS-TOTAL THEN
               SUBTRACT GL-CHARGED-GROSS-TOTAL
                   FROM CT-GROSS-TOTAL(CT-IDX)
                   GIVING GL-UNCHARGED-AMOUNT
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "5000" TO GL-ACCOUNT-CODE
               MOVE "WAGE EXPENSE" TO GL-ACCOUNT-NAME
               MOVE GL-UNCHARGED-AMOUNT TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
           END-IF
           IF ER-TAX-EXPENSE-TOTAL > GL-CHARGED-ER-TAX-TOTAL THEN
               SUBTRACT GL-CHARGED-ER-TAX-TOTAL
                   FROM ER-TAX-EXPENSE-TOTAL
                   GIVING GL-UNCHARGED-AMOUNT
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "5100" TO GL-ACCOUNT-CODE
               MOVE "PAYROLL TAX EXPENSE" TO GL-ACCOUNT-NAME
               MOVE GL-UNCHARGED-AMOUNT TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
           END-IF
           .
      * Credit cash for net pay, and credit each liability account for
      * what was withheld from employees but not yet remitted.
           MOVE "1000" TO GL-ACCOUNT-CODE
           MOVE "CASH" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CT-NET-PAY-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2100" TO GL-ACCOUNT-CODE
           MOVE "FED TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CT-FED-TAX-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2200" TO GL-ACCOUNT-CODE
           MOVE "STATE TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CT-STATE-TAX-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2300" TO GL-ACCOUNT-CODE
           MOVE "FICA TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CT-FICA-TAX-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2400" TO GL-ACCOUNT-CODE
           MOVE "DEDUCTIONS PAYABLE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CT-DEDUCTION-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

      * the employer-side payroll taxes COMPUTE-EMPLOYER-TAXES
      * accrued -- the expense was debited by charge code with the
      * wages; each tax is balanced here by a liability credit, so
      * the quarter's deposits can be drawn straight off the
      * liability accounts instead of a spreadsheet.
           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2310" TO GL-ACCOUNT-CODE
           MOVE "EMPLOYER FICA PAYBLE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           COMPUTE ER-FICA-PAYABLE-TOTAL =
               CT-ER-SS-TAX-TOTAL(CT-IDX) + CT-ER-MEDICARE-TOTAL(CT-IDX)
           MOVE ER-FICA-PAYABLE-TOTAL TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2500" TO GL-ACCOUNT-CODE
           MOVE "FUTA TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CT-FUTA-TAX-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2600" TO GL-ACCOUNT-CODE
           MOVE "SUTA TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CT-SUTA-TAX-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE
           .
      * The employer 401(k) match -- company expense, owed to the plan
      * trust until it is funded.  The deferrals themselves ride in
      * the deductions-payable credit with every other deduction.
       WRITE-GL-MATCH-LINES.
           IF CT-ER-MATCH-TOTAL(CT-IDX) > 0 THEN
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "5200" TO GL-ACCOUNT-CODE
               MOVE "401K MATCH EXPENSE" TO GL-ACCOUNT-NAME
               MOVE CT-ER-MATCH-TOTAL(CT-IDX) TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "2410" TO GL-ACCOUNT-CODE
               MOVE "401K MATCH PAYABLE" TO GL-ACCOUNT-NAME
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE CT-ER-MATCH-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
           END-IF
           .
      * One balanced journal per company paid this run: its expense
      * debits by charge code, then the credit lines that balance it.
       WRITE-GL-EXTRACT.
           PERFORM WRITE-COMPANY-GL-ENTRY
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           .
       WRITE-COMPANY-GL-ENTRY.
           IF CT-EMPLOYEE-COUNT(CT-IDX) > 0 THEN
               MOVE 0 TO GL-CHARGED-GROSS-TOTAL
               MOVE 0 TO GL-CHARGED-ER-TAX-TOTAL
               COMPUTE ER-TAX-EXPENSE-TOTAL =
                   CT-ER-SS-TAX-TOTAL(CT-IDX)
                   + CT-ER-MEDICARE-TOTAL(CT-IDX)
                   + CT-FUTA-TAX-TOTAL(CT-IDX)
                   + CT-SUTA-TAX-TOTAL(CT-IDX)
               PERFORM WRITE-COMPANY-CHARGE-LINES
                   VARYING GL-CHG-IDX FROM 1 BY 1
                   UNTIL GL-CHG-IDX > GL-CHG-COUNT
               PERFORM WRITE-GL-UNCHARGED-LINES
               PERFORM WRITE-GL-CREDIT-LINES
               PERFORM WRITE-GL-MATCH-LINES
           END-IF
           .
      * Every journal line carries the company it posts to.
       WRITE-GL-JOURNAL-LINE.
           MOVE CT-COMPANY-CODE(CT-IDX) TO GL-COMPANY-CODE
           MOVE GL-JOURNAL-LINE TO GL-EXTRACT-LINE
           WRITE GL-EXTRACT-LINE
           .
      * Labor distribution report -- for each charge code on the
      * table, one pass over the work file picks out the employees
      * charged there, then a total line that ties to that charge
      * code's GL debits; a grand total closes the report.
       WRITE-LABOR-DIST-REPORT.
           CLOSE LABOR-DIST-WORK
           OPEN OUTPUT LABOR-DIST-REPORT
           MOVE RUN-PAY-DATE TO LDH-PAY-DATE
           MOVE LD-HEADING-LINE TO LABOR-DIST-LINE
           WRITE LABOR-DIST-LINE
           MOVE "  EMP ID EMPLOYEE NAME               HOURS"
               & "       GROSS PAY    EMPLOYER TAX      TOTAL COST"
               TO LABOR-DIST-LINE
           WRITE LABOR-DIST-LINE
           PERFORM WRITE-LABOR-DIST-CHARGE
               VARYING GL-CHG-IDX FROM 1 BY 1
               UNTIL GL-CHG-IDX > GL-CHG-COUNT
           MOVE SPACES TO LABOR-DIST-LINE
           WRITE LABOR-DIST-LINE
           MOVE SPACES TO LD-DETAIL-LINE
           MOVE "RUN TOTAL" TO LDD-EMP-NAME
           MOVE LD-GRAND-HOURS  TO LDD-HOURS
           MOVE LD-GRAND-GROSS  TO LDD-GROSS-PAY
           MOVE LD-GRAND-ER-TAX TO LDD-ER-TAX
           ADD LD-GRAND-GROSS LD-GRAND-ER-TAX GIVING LD-TOTAL-COST
           MOVE LD-TOTAL-COST   TO LDD-TOTAL-COST
           MOVE LD-DETAIL-LINE TO LABOR-DIST-LINE
           WRITE LABOR-DIST-LINE
           CLOSE LABOR-DIST-REPORT
           .
       WRITE-LABOR-DIST-CHARGE.
           MOVE SPACES TO LABOR-DIST-LINE
           WRITE LABOR-DIST-LINE
           MOVE GL-CHG-DEPARTMENT(GL-CHG-IDX)  TO LDC-DEPARTMENT
           MOVE GL-CHG-COST-CENTER(GL-CHG-IDX) TO LDC-COST-CENTER
           MOVE GL-CHG-PROJECT(GL-CHG-IDX)     TO LDC-PROJECT
           MOVE GL-CHG-COMPANY(GL-CHG-IDX)     TO LDC-COMPANY-CODE
           MOVE LD-CHARGE-LINE TO LABOR-DIST-LINE
           WRITE LABOR-DIST-LINE
           MOVE "N" TO LDW-END-FILE
           OPEN INPUT LABOR-DIST-WORK
           IF LDW-FILE-STATUS = "00" THEN
               PERFORM SCAN-LABOR-DIST-WORK
                   WITH TEST BEFORE UNTIL LDW-EOF
               CLOSE LABOR-DIST-WORK
           END-IF
           MOVE SPACES TO LD-DETAIL-LINE
           MOVE "CHARGE CODE TOTAL" TO LDD-EMP-NAME
           MOVE GL-CHG-HOURS-TOTAL(GL-CHG-IDX)  TO LDD-HOURS
           MOVE GL-CHG-GROSS-TOTAL(GL-CHG-IDX)  TO LDD-GROSS-PAY
           MOVE GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX) TO LDD-ER-TAX
           ADD GL-CHG-GROSS-TOTAL(GL-CHG-IDX)
               GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX) GIVING LD-TOTAL-COST
           MOVE LD-TOTAL-COST TO LDD-TOTAL-COST
           MOVE LD-DETAIL-LINE TO LABOR-DIST-LINE
           WRITE LABOR-DIST-LINE
           ADD GL-CHG-HOURS-TOTAL(GL-CHG-IDX)  TO LD-GRAND-HOURS
           ADD GL-CHG-GROSS-TOTAL(GL-CHG-IDX)  TO LD-GRAND-GROSS
           ADD GL-CHG-ER-TAX-TOTAL(GL-CHG-IDX) TO LD-GRAND-ER-TAX
           .
       SCAN-LABOR-DIST-WORK.
           READ LABOR-DIST-WORK
               AT END MOVE "T" TO LDW-END-FILE
           END-READ
      * a line an interrupted run wrote before the company code was
      * carried has none, and was paid under the original company.
           IF NOT LDW-EOF AND LDW-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO LDW-COMPANY-CODE
           END-IF
           IF NOT LDW-EOF
                   AND LDW-COMPANY-CODE = GL-CHG-COMPANY(GL-CHG-IDX)
                   AND LDW-DEPARTMENT = GL-CHG-DEPARTMENT(GL-CHG-IDX)
                   AND LDW-COST-CENTER = GL-CHG-COST-CENTER(GL-CHG-IDX)
                   AND LDW-PROJECT = GL-CHG-PROJECT(GL-CHG-IDX) THEN
               MOVE SPACES TO LD-DETAIL-LINE
               MOVE LDW-EMP-ID    TO LDD-EMP-ID
               MOVE LDW-EMP-NAME  TO LDD-EMP-NAME
               MOVE LDW-HOURS     TO LDD-HOURS
               MOVE LDW-GROSS-PAY TO LDD-GROSS-PAY
               MOVE LDW-ER-TAX    TO LDD-ER-TAX
               ADD LDW-GROSS-PAY LDW-ER-TAX GIVING LD-TOTAL-COST
               MOVE LD-TOTAL-COST TO LDD-TOTAL-COST
               MOVE LD-DETAIL-LINE TO LABOR-DIST-LINE
               WRITE LABOR-DIST-LINE
           END-IF
           .
       CLEAN-UP.
           IF TRIAL-RUN THEN
               PERFORM FINISH-TRIAL-RUN
           ELSE
               PERFORM FINISH-LIVE-RUN
           END-IF.
           CLOSE TIMECARDS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE DEDUCTIONS.
           CLOSE YTD-MASTER.
           CLOSE PAY-HISTORY.
           CLOSE PTO-BALANCES.
           CLOSE ACA-HOURS.
           CLOSE DEPOSIT-ALLOCATIONS.
       FINISH-LIVE-RUN.
           PERFORM SEND-PENDING-PRENOTES.
           PERFORM WRITE-ACH-FILE.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM WRITE-LABOR-DIST-REPORT.
           PERFORM WRITE-RECORDKEEPER-TRAILER.
           PERFORM WRITE-FINAL-CHECKPOINT.
           CLOSE EXCEPTION-REPORT.
           CLOSE PAYROLL-REGISTER.
           CLOSE GL-EXTRACT.
           CLOSE PAPER-CHECK-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE EARNINGS-STATEMENTS.
           CLOSE RECORDKEEPER-FILE.
      * A trial run closes out with the register's control totals,
      * the employees paid last period who have no timecard now, and
      * the variance report's counts -- no prenotes, no bank or GL
      * trailers, and no checkpoint, so the live run that follows
      * starts clean from line 1.
       FINISH-TRIAL-RUN.
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM LIST-MISSED-PAYEES
           PERFORM WRITE-VARIANCE-TOTALS
           PERFORM CLOSE-TRIAL-OUTPUT-FILES
           DISPLAY "TRIAL RUN COMPLETE - SEE TRIALREG.DAT, "
               "TRIALEXC.DAT AND VARIANCE.DAT"
           .
      * The run made it to CLEAN-UP, so mark the checkpoint complete;
      * the next run starts fresh instead of restarting mid-batch.
       WRITE-FINAL-CHECKPOINT.
