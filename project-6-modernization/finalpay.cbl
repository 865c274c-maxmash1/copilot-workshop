       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-OCT-15.
      * Final-pay run for terminated employees.  EMPMAINT's T
      * transaction stamps the master with the last day worked and
      * the reason, and marks the final pay pending; PAYCHECKS stops
      * paying the employee from then on.  This run walks the master
      * for every termination still pending and, as of the pay date
      * on the pay calendar's run-control row:
      *   - pays the last period's wages -- hourly off the hours keyed
      *     to FINALHRS.DAT, salaried at the period salary (prorated
      *     when FINALHRS.DAT carries the hours actually worked) --
      *     withheld on the regular WH-BRACKET walk, as PAYCHECKS
      *     would have;
      *   - pays out the unused vacation balance on PTO-BALANCES at
      *     the employee's rate as a separate supplemental payment,
      *     withheld at the flat supplemental rate as SUPLCHKS does,
      *     and zeroes the balance;
      *   - end-dates every open deduction at the termination date
      *     and flags any garnishment still carrying arrears, which
      *     the agency has to be told about;
      *   - reports each employee against the state's final-pay
      *     deadline, so a late one is visible before it is late.
      * Each payment posts exactly as the regular and supplemental
      * runs post theirs -- PAY-HISTORY (so VOIDCHK can void it and
      * QTR941/YEAREND count it), YTD-MASTER, a NACHA batch, and a GL
      * extract, each under the employee's own company.  A final
      * check can't wait on a prenote or on the next regular run, so
      * an employee this run can't pay by ACH gets a printed check,
      * numbered in a series of its own so it can never collide with
      * a PAYCHECKS check number.  Once paid, the master is marked
      * final-pay done and never paid twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMPLOYEE-ID
                   FILE STATUS IS EM-FILE-STATUS.
           SELECT OPTIONAL FINAL-HOURS
               ASSIGN TO "FINALHRS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FH-FILE-STATUS.
           SELECT YTD-MASTER
               ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YTD-KEY
                   FILE STATUS IS YTD-FILE-STATUS.
           SELECT PAY-CALENDAR
               ASSIGN TO "PAYCAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
           SELECT PAY-HISTORY
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS PH-FILE-STATUS.
           SELECT PTO-BALANCES
               ASSIGN TO "PTOBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PTO-EMPLOYEE-ID
                   FILE STATUS IS PTO-FILE-STATUS.
           SELECT DEDUCTIONS
               ASSIGN TO "DEDUCT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DED-EMPLOYEE-ID WITH DUPLICATES
                   FILE STATUS IS DED-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO "TAXRATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TR-FILE-STATUS.
           SELECT DEPOSIT-ALLOCATIONS
               ASSIGN TO "DEPALLOC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DA-KEY
                   FILE STATUS IS DA-FILE-STATUS.
           SELECT ACH-FILE
               ASSIGN TO "FINALACH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-WORK-FILE
               ASSIGN TO "FINALACW.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACW-FILE-STATUS.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
           SELECT PAPER-CHECK-FILE
               ASSIGN TO "FINALCHK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "FINALPPY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT
               ASSIGN TO "FINALGL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-PAY-REPORT
               ASSIGN TO "FINALRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE
               ASSIGN TO "FINALCKP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CKPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD EMPLOYEE-MASTER.
               COPY EMPMAST.
      * the hours worked in the final period, keyed by payroll from
      * the employee's last timecard -- regular and overtime apart,
      * since the last period is seldom a full week and the over-40
      * split PAYCHECKS makes can't be re-derived from a total.  An
      * hourly employee can't be paid without a line here; for a
      * salaried employee the line prorates the period salary.
           FD FINAL-HOURS.
           01 FINAL-HOURS-RECORD.
               02 FH-EMPLOYEE-ID       PIC X(05).
               02 FH-REGULAR-HOURS     PIC 9(03)V99.
               02 FH-OVERTIME-HOURS    PIC 9(03)V99.
           FD YTD-MASTER.
               COPY YTDFIL.
           FD PAY-CALENDAR.
               COPY PAYCAL.
           FD PAY-HISTORY.
               COPY PAYHIST.
           FD PTO-BALANCES.
               COPY PTOBAL.
           FD DEDUCTIONS.
               COPY DEDCTFIL.
           FD TAX-RATE-FILE.
               COPY TAXRATES.
      * read only -- a final check goes to the same accounts the
      * employee's paychecks did, under the same prenote rules.
           FD DEPOSIT-ALLOCATIONS.
               COPY DEPALLOC.
           FD ACH-FILE.
           01 ACH-OUTPUT-RECORD        PIC X(94).
      * the ACH entries as each payment posts, tagged with the
      * paying company -- WRITE-ACH-FILE sorts them into one batch
      * per company at the end, the same way PAYCHECKS builds
      * ACH.DAT.
           FD ACH-WORK-FILE.
           01 ACH-WORK-RECORD.
               02 ACW-COMPANY-CODE     PIC X(02).
               02 ACW-ENTRY-RECORD     PIC X(94).
           FD COMPANY-FILE.
               COPY COMPANY.
      * same check and positive-pay layouts PAYCHECKS writes, so the
      * bank takes this run's upload the same way.
           FD PAPER-CHECK-FILE.
           01 PAPER-CHECK-LINE.
               02 PCK-CHECK-NUMBER     PIC 9(08).
               02 FILLER               PIC X(01).
               02 PCK-EMPLOYEE-ID      PIC X(05).
               02 FILLER               PIC X(01).
               02 PCK-EMPLOYEE-NAME    PIC X(25).
               02 FILLER               PIC X(01).
               02 PCK-PAY-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 PCK-NET-PAY          PIC $*,**9.99.
           FD POSITIVE-PAY-FILE.
           01 POSITIVE-PAY-LINE.
               02 PPY-CHECK-NUMBER     PIC 9(08).
               02 FILLER               PIC X(01).
               02 PPY-PAY-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 PPY-AMOUNT           PIC 9(08)V99.
               02 FILLER               PIC X(01).
               02 PPY-PAYEE-NAME       PIC X(25).
               02 FILLER               PIC X(01).
               02 PPY-STATUS           PIC X(06).
               02 FILLER               PIC X(01).
               02 PPY-BANK-ACCOUNT     PIC X(17).
           FD GL-EXTRACT.
           01 GL-EXTRACT-LINE          PIC X(75).
           FD FINAL-PAY-REPORT.
           01 FINAL-PAY-REPORT-LINE    PIC X(120).
      * same checkpoint layout PAYCHECKS and SUPLCHKS use.  The
      * master's final-pay flag already keeps a rerun from paying an
      * employee twice; the checkpoint carries the run totals across
      * a restart, and the last final-check number across every run.
           FD CHECKPOINT-FILE.
               COPY CHKPTREC.
       WORKING-STORAGE SECTION.
           01 END-FILE              PIC X.
               88  EOF VALUE "T".
           01 EM-FILE-STATUS        PIC X(02).
           01 YTD-FILE-STATUS       PIC X(02).
           01 YTD-FOUND-SW          PIC X(01).
               88  YTD-RECORD-FOUND     VALUE "Y".
               88  YTD-RECORD-NOT-FOUND VALUE "N".
           01 PH-FILE-STATUS        PIC X(02).
           01 PH-WRITE-SW           PIC X(01).
               88  PH-WRITE-DONE        VALUE "Y".
               88  PH-WRITE-PENDING     VALUE "N".
           01 PH-SCAN-SW            PIC X(01).
               88  PH-MORE-FOR-EMPLOYEE     VALUE "Y".
               88  PH-NO-MORE-FOR-EMPLOYEE  VALUE "N".
           01 PTO-FILE-STATUS       PIC X(02).
           01 PTO-FOUND-SW          PIC X(01).
               88  PTO-RECORD-FOUND     VALUE "Y".
               88  PTO-RECORD-NOT-FOUND VALUE "N".
           01 DED-FILE-STATUS       PIC X(02).
           01 DED-MORE-SW           PIC X(01).
               88  DED-MORE-FOR-EMPLOYEE    VALUE "Y".
               88  DED-NO-MORE-FOR-EMPLOYEE VALUE "N".
           01 CAL-FILE-STATUS       PIC X(02).
           01 CAL-END-FILE          PIC X.
               88  CAL-EOF VALUE "T".
           01 RUN-PAY-DATE.
               02  RUN-PAY-YEAR     PIC 9(04).
               02  RUN-PAY-MONTH    PIC 9(02).
               02  RUN-PAY-DAY      PIC 9(02).
           01 RUN-TAX-YEAR          PIC 9(04).
      * final hours, loaded once at start-up and searched per
      * terminated employee.
           01 FH-FILE-STATUS        PIC X(02).
           01 FH-END-FILE           PIC X.
               88  FH-EOF VALUE "T".
           01 FINAL-HOURS-TABLE.
               02 FHT-ENTRY OCCURS 200 TIMES
                       INDEXED BY FHT-IDX.
                   03 FHT-EMPLOYEE-ID      PIC X(05).
                   03 FHT-REGULAR-HOURS    PIC 9(03)V99.
                   03 FHT-OVERTIME-HOURS   PIC 9(03)V99.
           01 FHT-COUNT             PIC 9(04) USAGE COMP VALUE 0.
           01 FHT-FOUND-SW          PIC X(01).
               88  FINAL-HOURS-FOUND     VALUE "Y".
               88  FINAL-HOURS-NOT-FOUND VALUE "N".
      * tax rates -- the same effective-dated load PAYCHECKS makes
      * (brackets, allowance, state rates, wage base) plus the flat
      * supplemental rate SUPLCHKS withholds a payout at.  SUTA is
      * the employee's company's own rate off COMPANY-FILE.
           77 Fica-tax-rate         Pic V999  Value Is .062 .
           77 Medicare-tax-rate     Pic V9999 Value Is .0145 .
           77 Futa-tax-rate         Pic V9999 Value Is .0060 .
           77 Futa-Wage-Base        Pic 9(6)V99 Value Is 7000.00 .
           77 Suta-Wage-Base        Pic 9(6)V99 Value Is 9500.00 .
           01 SUPPLEMENTAL-FED-RATE PIC V999.
           01 SS-WAGE-BASE          PIC 9(6)V99.
           01 TR-FILE-STATUS        PIC X(02).
           01 TR-END-FILE           PIC X.
               88  TR-EOF VALUE "T".
           01 TR-STATUS-SUB         PIC 9(02) USAGE COMP.
           01 TR-BRACKET-SUB        PIC 9(02) USAGE COMP.
           01 TR-STATE-SUB          PIC 9(02) USAGE COMP.
           01 TR-SLOT-CHECK-SW      PIC X(01).
               88  RATE-SLOTS-COMPLETE   VALUE "Y".
               88  RATE-SLOT-MISSING     VALUE "N".
           01 RATE-EFF-DATES.
               02 FED-ALLOW-EFF        PIC 9(08).
               02 WAGE-BASE-EFF        PIC 9(08).
               02 SUPPL-RATE-EFF       PIC 9(08).
               02 FED-BRACKET-EFF-TBL.
                   03 FED-STATUS-EFF OCCURS 3 TIMES.
                       04 FED-BRACKET-EFF OCCURS 5 TIMES PIC 9(08).
               02 ST-RATE-EFF OCCURS 10 TIMES PIC 9(08).
           COPY WHTABLE.
           01 WH-TAXABLE-WAGES     PIC S9(8)V99 USAGE COMP.
           01 WH-PAY-PERIODS       PIC 9(02) USAGE COMP.
           01 WH-ANNUAL-THRESHOLD  PIC 9(08)V99 USAGE COMP.
           01 WH-ANNUAL-BASE-TAX   PIC 9(07)V99 USAGE COMP.
           01 WH-ANNUAL-TAX        PIC 9(08)V99 USAGE COMP.
           01 WH-BRACKET-FOUND-SW  PIC X(01).
               88  WH-BRACKET-FOUND    VALUE "Y".
               88  WH-BRACKET-NOT-FOUND VALUE "N".
           COPY STTABLE.
           01 ST-RATE-FOUND-SW     PIC X(01).
               88  ST-RATE-FOUND       VALUE "Y".
               88  ST-RATE-NOT-FOUND   VALUE "N".
      * state final-pay deadlines -- calendar days after the last
      * day worked, for a discharge or layoff and for a resignation
      * (retirement and death are paid on the resignation rule).
      * Zero means the last day worked itself; 99 means the next
      * regular payday, figured from the employee's pay frequency.
      * A state not on the table takes the next regular payday both
      * ways, which is the rule in most of the rest.
           01 FINAL-PAY-RULE-VALUES.
               02 FILLER PIC X(06) VALUE "CA0003".
               02 FILLER PIC X(06) VALUE "CO0099".
               02 FILLER PIC X(06) VALUE "CT0199".
               02 FILLER PIC X(06) VALUE "HI0199".
               02 FILLER PIC X(06) VALUE "MA0099".
               02 FILLER PIC X(06) VALUE "MN0199".
               02 FILLER PIC X(06) VALUE "MO0099".
               02 FILLER PIC X(06) VALUE "MT0099".
               02 FILLER PIC X(06) VALUE "NV0007".
               02 FILLER PIC X(06) VALUE "OR0105".
               02 FILLER PIC X(06) VALUE "UT0199".
               02 FILLER PIC X(06) VALUE "AZ0799".
               02 FILLER PIC X(06) VALUE "TX0699".
           01 FINAL-PAY-RULE-TABLE REDEFINES FINAL-PAY-RULE-VALUES.
               02 FPR-ENTRY OCCURS 13 TIMES
                       INDEXED BY FPR-IDX.
                   03 FPR-STATE-CODE         PIC X(02).
                   03 FPR-INVOLUNTARY-DAYS   PIC 9(02).
                   03 FPR-VOLUNTARY-DAYS     PIC 9(02).
           77 Next-Payday-Rule      Pic 9(02) Value Is 99 .
           01 DEADLINE-DAYS         PIC 9(02).
           01 DEADLINE-STEP         PIC 9(02) USAGE COMP.
           01 DEADLINE-DATE         PIC 9(08).
      * date arithmetic -- the termination date stepped forward a day
      * at a time to the deadline, the way FEDDEPST steps a due date.
           01 WORK-DATE.
               02  WD-YEAR         PIC 9(04).
               02  WD-MONTH        PIC 9(02).
               02  WD-DAY          PIC 9(02).
           01 WORK-DATE-NUM REDEFINES WORK-DATE PIC 9(08).
           01 MONTH-LENGTH-VALUES  PIC X(24)
                   VALUE "312831303130313130313031".
           01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
               02 MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
           01 MONTH-LENGTH         PIC 9(02).
           01 LEAP-QUOTIENT        PIC 9(04) USAGE COMP.
           01 LEAP-REM-4           PIC 9(04) USAGE COMP.
           01 LEAP-REM-100         PIC 9(04) USAGE COMP.
           01 LEAP-REM-400         PIC 9(04) USAGE COMP.
      * what the final pay is made of.  A salaried employee's hourly
      * rate, for proration and the vacation payout, is the period
      * salary over the standard hours in the period.
           01 HOLD-REASON           PIC X(40).
           01 LAST-PERIOD-SW        PIC X(01).
               88  LAST-PERIOD-PAID      VALUE "Y".
               88  LAST-PERIOD-UNPAID    VALUE "N".
           01 PERIOD-STANDARD-HOURS PIC 9(03)V99.
           01 EMPLOYEE-HOURLY-RATE  PIC 9(03)V9999.
           01 WAGE-REGULAR-HOURS    PIC 9(03)V99.
           01 WAGE-OVERTIME-HOURS   PIC 9(03)V99.
           01 WAGE-GROSS            PIC 9(6)V99 USAGE COMP.
           01 WAGE-NOTE             PIC X(30).
           01 PAYOUT-HOURS          PIC 9(04)V99.
           01 PAYOUT-GROSS          PIC 9(6)V99 USAGE COMP.
           01 PAYMENT-KIND-SW       PIC X(01).
               88  PAYING-LAST-WAGES     VALUE "R".
               88  PAYING-VACATION       VALUE "S".
           01 GROSS-PAY                PIC 9(6)V99 USAGE COMP.
           01 FED-TAX                  PIC 9(6)V99 USAGE COMP.
           01 STATE-TAX                PIC 9(6)V99 USAGE COMP.
           01 FICA-TAX                 PIC 9(6)V99 USAGE COMP.
           01 SS-TAXABLE-THIS-PERIOD   PIC 9(6)V99 USAGE COMP.
           01 SS-WAGE-ROOM             PIC S9(8)V99 USAGE COMP.
           01 SS-TAX                   PIC 9(6)V99 USAGE COMP.
           01 MEDICARE-TAX             PIC 9(6)V99 USAGE COMP.
           01 NET-PAY                  PIC 9(6)V99 USAGE COMP.
           01 NET-PAY-SIGNED           PIC S9(6)V99 USAGE COMP.
           01 ER-SS-TAX                PIC 9(6)V99 USAGE COMP.
           01 ER-MEDICARE-TAX          PIC 9(6)V99 USAGE COMP.
           01 FUTA-TAXABLE-THIS-PERIOD PIC 9(6)V99 USAGE COMP.
           01 FUTA-WAGE-ROOM           PIC S9(8)V99 USAGE COMP.
           01 FUTA-TAX                 PIC 9(6)V99 USAGE COMP.
           01 SUTA-TAXABLE-THIS-PERIOD PIC 9(6)V99 USAGE COMP.
           01 SUTA-WAGE-ROOM           PIC S9(8)V99 USAGE COMP.
           01 SUTA-TAX                 PIC 9(6)V99 USAGE COMP.
           01 ER-SS-TAX-TOTAL          PIC 9(08)V99 USAGE COMP VALUE 0.
           01 ER-MEDICARE-TAX-TOTAL    PIC 9(08)V99 USAGE COMP VALUE 0.
           01 FUTA-TAX-TOTAL           PIC 9(08)V99 USAGE COMP VALUE 0.
           01 SUTA-TAX-TOTAL           PIC 9(08)V99 USAGE COMP VALUE 0.
           01 ER-TAX-EXPENSE-TOTAL     PIC 9(09)V99 USAGE COMP VALUE 0.
           01 ER-FICA-PAYABLE-TOTAL    PIC 9(09)V99 USAGE COMP VALUE 0.
           COPY NACHAREC.
           01 ACH-ORIGIN-DFI-ID    PIC X(08) VALUE "12345678".
           01 ACH-ENTRY-COUNT      PIC 9(06) USAGE COMP VALUE 0.
           01 ACH-ENTRY-HASH       PIC 9(10) USAGE COMP VALUE 0.
           01 ACH-TOTAL-CREDIT     PIC 9(12)V99 USAGE COMP VALUE 0.
           01 ACH-ENTRY-DFI-NUM    PIC 9(08) USAGE COMP VALUE 0.
           01 ACH-TRACE-SEQUENCE   PIC 9(07) USAGE COMP VALUE 0.
           01 ACH-PAD-COUNT        PIC 9(04) USAGE COMP VALUE 0.
           01 ACH-PAD-IDX          PIC 9(04) USAGE COMP VALUE 0.
      * per-company batch assembly -- see WRITE-ACH-FILE.
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
      * the companies payroll is run for, off COMPANY-FILE -- the
      * same table PAYCHECKS loads.  CT-IDX stays on the paying
      * company's entry for the whole payment, and the entry carries
      * that company's run totals for its GL journal.
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
                   03 CT-ER-SS-TAX-TOTAL    PIC 9(08)V99 USAGE COMP.
                   03 CT-ER-MEDICARE-TOTAL  PIC 9(08)V99 USAGE COMP.
                   03 CT-FUTA-TAX-TOTAL     PIC 9(08)V99 USAGE COMP.
                   03 CT-SUTA-TAX-TOTAL     PIC 9(08)V99 USAGE COMP.
           01 CT-COUNT             PIC 9(02) USAGE COMP VALUE 0.
           01 CKPT-CO-SUB          PIC 9(02) USAGE COMP.
      * final checks are numbered from their own series, well clear
      * of the numbers PAYCHECKS issues, and the last one used rides
      * forward on this run's checkpoint.
           77 Final-Check-Series   Pic 9(08) Value Is 90000000 .
           01 LAST-CHECK-NUMBER    PIC 9(08) USAGE COMP VALUE 0.
           01 DEPOSIT-TARGET.
               02 DEP-ROUTING-NUMBER   PIC 9(09).
               02 DEP-ACCOUNT-NUMBER   PIC X(17).
               02 DEP-ACCOUNT-TYPE     PIC X(01).
                   88  DEP-SAVINGS         VALUE "S".
           01 DEP-ENTRY-AMOUNT     PIC 9(06)V99 USAGE COMP.
      * direct-deposit split -- the plan PAYCHECKS and SUPLCHKS
      * build.  Any account the pay would reach that hasn't cleared
      * its prenote sends the final pay to a printed check instead.
           01 DA-FILE-STATUS       PIC X(02).
           01 DA-FILE-SW           PIC X(01).
               88  DA-FILE-PRESENT     VALUE "Y".
               88  DA-FILE-ABSENT      VALUE "N".
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
           77 Prenote-Wait-Days    Pic 9(03) Value Is 10 .
           01 PRENOTE-AGE-DATE.
               02 PN-AGE-YEAR          PIC 9(04).
               02 PN-AGE-MONTH         PIC 9(02).
               02 PN-AGE-DAY           PIC 9(02).
           01 PRENOTE-AGE-DAYS     PIC S9(06) USAGE COMP.
           01 CKPT-FILE-STATUS     PIC X(02).
           01 RESTART-MODE-SW      PIC X(01).
               88  RESTART-MODE        VALUE "Y".
               88  NORMAL-MODE         VALUE "N".
           01 GL-JOURNAL-LINE.
               02 GL-ACCOUNT-CODE      PIC X(04).
               02 FILLER               PIC X(01).
               02 GL-ACCOUNT-NAME      PIC X(20).
               02 FILLER               PIC X(01).
               02 GL-DEPARTMENT        PIC X(04).
               02 FILLER               PIC X(01).
               02 GL-DEBIT-AMOUNT      PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 GL-CREDIT-AMOUNT     PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(01).
      * PAYCHECKS' cost center and project columns, blank here, so
      * the company code sits in the same column on every line.
               02 FILLER               PIC X(06).
               02 FILLER               PIC X(01).
               02 FILLER               PIC X(06).
               02 FILLER               PIC X(01).
               02 GL-COMPANY-CODE      PIC X(02).
      * wage expense by department within company, since each
      * company's journal carries only its own.
           01 GL-DEPT-TOTALS.
               02 GL-DEPT-ENTRY OCCURS 20 TIMES
                       INDEXED BY GL-DEPT-IDX.
                   03 GL-DEPT-COMPANY       PIC X(02).
                   03 GL-DEPT-CODE          PIC X(04).
                   03 GL-DEPT-GROSS-TOTAL   PIC 9(08)V99 USAGE COMP.
           01 GL-DEPT-COUNT            PIC 9(02) USAGE COMP VALUE 0.
           01 GL-DEPT-FOUND-SW         PIC X(01).
               88  GL-DEPT-FOUND           VALUE "Y".
               88  GL-DEPT-NOT-FOUND       VALUE "N".
           01 REG-EMPLOYEE-COUNT       PIC 9(06) USAGE COMP VALUE 0.
           01 REG-GROSS-TOTAL          PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-FED-TAX-TOTAL        PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-STATE-TAX-TOTAL      PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-FICA-TAX-TOTAL       PIC 9(08)V99 USAGE COMP VALUE 0.
           01 REG-NET-PAY-TOTAL        PIC 9(09)V99 USAGE COMP VALUE 0.
      * run counts for the report's closing lines.
           01 PENDING-COUNT            PIC 9(06) USAGE COMP VALUE 0.
           01 FINAL-PAID-COUNT         PIC 9(06) USAGE COMP VALUE 0.
           01 HELD-COUNT               PIC 9(06) USAGE COMP VALUE 0.
           01 OVERDUE-COUNT            PIC 9(06) USAGE COMP VALUE 0.
           01 DEDUCTIONS-ENDED-COUNT   PIC 9(06) USAGE COMP VALUE 0.
           01 ARREARS-FLAG-COUNT       PIC 9(06) USAGE COMP VALUE 0.
      * the final-pay report -- one line per terminated employee
      * naming the deadline, then a line per payment and per
      * deduction ended under it.
           01 FINAL-HEADING-LINE.
               02 FILLER               PIC X(28)
                   VALUE "FINAL PAY REPORT - PAY DATE ".
               02 FHL-PAY-DATE         PIC 9(08).
           01 FINAL-COLUMN-LINE.
               02 FILLER               PIC X(40)
                   VALUE "ID    NAME                      ST TERM ".
               02 FILLER               PIC X(40)
                   VALUE "DATE R  DEADLINE RULE        STATUS".
           01 FINAL-EMPLOYEE-LINE.
               02 FPE-EMP-ID           PIC X(05).
               02 FILLER               PIC X(01).
               02 FPE-NAME             PIC X(25).
               02 FILLER               PIC X(01).
               02 FPE-STATE            PIC X(02).
               02 FILLER               PIC X(01).
               02 FPE-TERM-DATE        PIC 9(08).
               02 FILLER               PIC X(02).
               02 FPE-REASON           PIC X(01).
               02 FILLER               PIC X(02).
               02 FPE-DEADLINE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 FPE-RULE             PIC X(11).
               02 FILLER               PIC X(01).
               02 FPE-STATUS           PIC X(40).
               02 FILLER               PIC X(01).
               02 FPE-OVERDUE          PIC X(10).
           01 DEADLINE-RULE-TEXT.
               02 DRT-DAYS             PIC Z9.
               02 FILLER               PIC X(09) VALUE " DAYS".
           01 FINAL-DETAIL-LINE.
               02 FILLER               PIC X(06).
               02 FPD-ITEM             PIC X(20).
               02 FILLER               PIC X(01).
               02 FPD-HOURS            PIC ZZZ9.99.
               02 FILLER               PIC X(01).
               02 FPD-RATE             PIC ZZ9.99.
               02 FILLER               PIC X(01).
               02 FPD-GROSS            PIC $$$,$$9.99.
               02 FILLER               PIC X(01).
               02 FPD-NET              PIC $$$,$$9.99.
               02 FILLER               PIC X(01).
               02 FPD-INSTRUMENT       PIC X(20).
               02 FILLER               PIC X(01).
               02 FPD-NOTE             PIC X(30).
           01 PAYMENT-INSTRUMENT.
               02 PIN-LABEL            PIC X(10).
               02 PIN-NUMBER           PIC 9(08).
           01 DEDUCTION-NOTE.
               02 DN-CODE              PIC X(04).
               02 FILLER               PIC X(01).
               02 DN-DESCRIPTION       PIC X(15).
           01 FINAL-COUNT-LINE.
               02 FCL-LABEL            PIC X(30).
               02 FCL-COUNT            PIC ZZZ,ZZ9.
           01 FINAL-TOTAL-LINE.
               02 FTL-LABEL            PIC X(30).
               02 FTL-AMOUNT           PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-MASTER-RECORD WITH TEST BEFORE UNTIL EOF.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM READ-PAY-CALENDAR.
           OPEN I-O EMPLOYEE-MASTER.
           IF EM-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN EMPMAST.DAT - STATUS "
                   EM-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-PAY-HISTORY.
           PERFORM OPEN-PTO-BALANCES.
           PERFORM OPEN-DEDUCTIONS.
           PERFORM OPEN-DEPOSIT-ALLOCATIONS.
           PERFORM LOAD-TAX-RATE-FILE.
           PERFORM LOAD-FINAL-HOURS.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-OUTPUT-FILES.
       READ-PAY-CALENDAR.
           MOVE 0 TO RUN-PAY-DATE
           OPEN INPUT PAY-CALENDAR
           IF CAL-FILE-STATUS = "00" THEN
               READ PAY-CALENDAR
                   AT END MOVE "T" TO CAL-END-FILE
               END-READ
               IF CAL-FILE-STATUS = "00" AND PC-RUN-CONTROL THEN
                   MOVE PC-PAY-DATE TO RUN-PAY-DATE
               END-IF
               CLOSE PAY-CALENDAR
           END-IF
           IF RUN-PAY-YEAR = 0 THEN
               DISPLAY "PAYCAL.DAT RUN CONTROL ROW MISSING - RUN "
                   "ABORTED"
               STOP RUN
           END-IF
           MOVE RUN-PAY-YEAR TO RUN-TAX-YEAR
           .
       OPEN-YTD-MASTER.
           OPEN I-O YTD-MASTER
           IF YTD-FILE-STATUS = "35" THEN
               OPEN OUTPUT YTD-MASTER
               CLOSE YTD-MASTER
               OPEN I-O YTD-MASTER
           END-IF
           .
       OPEN-PAY-HISTORY.
           OPEN I-O PAY-HISTORY
           IF PH-FILE-STATUS = "35" THEN
               OPEN OUTPUT PAY-HISTORY
               CLOSE PAY-HISTORY
               OPEN I-O PAY-HISTORY
           END-IF
           .
       OPEN-PTO-BALANCES.
           OPEN I-O PTO-BALANCES
           IF PTO-FILE-STATUS = "35" THEN
               OPEN OUTPUT PTO-BALANCES
               CLOSE PTO-BALANCES
               OPEN I-O PTO-BALANCES
           END-IF
           .
       OPEN-DEDUCTIONS.
           OPEN I-O DEDUCTIONS
           IF DED-FILE-STATUS = "35" THEN
               OPEN OUTPUT DEDUCTIONS
               CLOSE DEDUCTIONS
               OPEN I-O DEDUCTIONS
           END-IF
           .
       OPEN-DEPOSIT-ALLOCATIONS.
           SET DA-FILE-PRESENT TO TRUE
           OPEN INPUT DEPOSIT-ALLOCATIONS
           IF DA-FILE-STATUS = "35" THEN
               SET DA-FILE-ABSENT TO TRUE
           ELSE
               IF DA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "CANNOT OPEN DEPALLOC.DAT - STATUS "
                       DA-FILE-STATUS " - RUN ABORTED"
                   STOP RUN
               END-IF
           END-IF
           .
      * A restart reopens the outputs for EXTEND and writes no
      * headers, as PAYCHECKS and SUPLCHKS do.
       OPEN-OUTPUT-FILES.
           IF RESTART-MODE THEN
               OPEN EXTEND ACH-WORK-FILE
               OPEN EXTEND PAPER-CHECK-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
               OPEN EXTEND GL-EXTRACT
               OPEN EXTEND FINAL-PAY-REPORT
           ELSE
               OPEN OUTPUT ACH-WORK-FILE
               OPEN OUTPUT PAPER-CHECK-FILE
               OPEN OUTPUT POSITIVE-PAY-FILE
               OPEN OUTPUT GL-EXTRACT
               OPEN OUTPUT FINAL-PAY-REPORT
               MOVE RUN-PAY-DATE TO FHL-PAY-DATE
               MOVE FINAL-HEADING-LINE TO FINAL-PAY-REPORT-LINE
               WRITE FINAL-PAY-REPORT-LINE
               MOVE FINAL-COLUMN-LINE TO FINAL-PAY-REPORT-LINE
               WRITE FINAL-PAY-REPORT-LINE
           END-IF
           .
      * The last final-check number carries forward from any
      * checkpoint, finished or not; a run that didn't finish also
      * hands back its totals so the trailers cover what it paid.
       READ-CHECKPOINT.
           SET NORMAL-MODE TO TRUE
           MOVE Final-Check-Series TO LAST-CHECK-NUMBER
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-STATUS = "00" THEN
               READ CHECKPOINT-FILE
                   AT END CONTINUE
               END-READ
               IF CKPT-FILE-STATUS = "00" THEN
                   IF CKPT-LAST-CHECK-NUMBER NUMERIC
                           AND CKPT-LAST-CHECK-NUMBER >
                               Final-Check-Series THEN
                       MOVE CKPT-LAST-CHECK-NUMBER
                           TO LAST-CHECK-NUMBER
                   END-IF
                   IF CKPT-RUN-INCOMPLETE THEN
                       SET RESTART-MODE TO TRUE
                       PERFORM RESTORE-CHECKPOINT-TOTALS
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           .
       RESTORE-CHECKPOINT-TOTALS.
           MOVE CKPT-ACH-ENTRY-COUNT    TO ACH-ENTRY-COUNT
           MOVE CKPT-ACH-ENTRY-HASH     TO ACH-ENTRY-HASH
           MOVE CKPT-ACH-TOTAL-CREDIT   TO ACH-TOTAL-CREDIT
           MOVE CKPT-ACH-TRACE-SEQUENCE TO ACH-TRACE-SEQUENCE
           MOVE CKPT-REG-EMPLOYEE-COUNT  TO REG-EMPLOYEE-COUNT
           MOVE CKPT-REG-GROSS-TOTAL     TO REG-GROSS-TOTAL
           MOVE CKPT-REG-FED-TAX-TOTAL   TO REG-FED-TAX-TOTAL
           MOVE CKPT-REG-STATE-TAX-TOTAL TO REG-STATE-TAX-TOTAL
           MOVE CKPT-REG-FICA-TAX-TOTAL  TO REG-FICA-TAX-TOTAL
           MOVE CKPT-REG-NET-PAY-TOTAL   TO REG-NET-PAY-TOTAL
           MOVE CKPT-ER-SS-TAX-TOTAL     TO ER-SS-TAX-TOTAL
           MOVE CKPT-ER-MEDICARE-TOTAL   TO ER-MEDICARE-TAX-TOTAL
           MOVE CKPT-FUTA-TAX-TOTAL      TO FUTA-TAX-TOTAL
           MOVE CKPT-SUTA-TAX-TOTAL      TO SUTA-TAX-TOTAL
           MOVE CKPT-GL-DEPT-COUNT       TO GL-DEPT-COUNT
           PERFORM RESTORE-CKPT-GL-DEPT-ENTRY
               VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
      * the per-company totals, guarded the same way -- a checkpoint
      * written before they were kept paid everything under the
      * original company.
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
      * each department entry's company rides in the slot PAYCHECKS
      * uses for its charge-code entries, as in SUPLCHKS.
       RESTORE-CKPT-GL-DEPT-ENTRY.
           MOVE CKPT-GL-DEPT-CODE(GL-DEPT-IDX)
               TO GL-DEPT-CODE(GL-DEPT-IDX)
           MOVE CKPT-GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX)
               TO GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX)
           IF CKPT-CO-COUNT NUMERIC THEN
               MOVE CKPT-GL-CHG-COMPANY(GL-DEPT-IDX)
                   TO GL-DEPT-COMPANY(GL-DEPT-IDX)
           ELSE
               MOVE Original-company TO GL-DEPT-COMPANY(GL-DEPT-IDX)
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
               MOVE CKPT-CO-ER-SS-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-ER-SS-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-ER-MEDICARE-TOTAL(CKPT-CO-SUB)
                   TO CT-ER-MEDICARE-TOTAL(CT-IDX)
               MOVE CKPT-CO-FUTA-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-FUTA-TAX-TOTAL(CT-IDX)
               MOVE CKPT-CO-SUTA-TAX-TOTAL(CKPT-CO-SUB)
                   TO CT-SUTA-TAX-TOTAL(CT-IDX)
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
           MOVE ER-SS-TAX-TOTAL       TO CT-ER-SS-TAX-TOTAL(CT-IDX)
           MOVE ER-MEDICARE-TAX-TOTAL TO CT-ER-MEDICARE-TOTAL(CT-IDX)
           MOVE FUTA-TAX-TOTAL        TO CT-FUTA-TAX-TOTAL(CT-IDX)
           MOVE SUTA-TAX-TOTAL        TO CT-SUTA-TAX-TOTAL(CT-IDX)
           .
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM SAVE-CHECKPOINT-TOTALS
           SET CKPT-RUN-INCOMPLETE TO TRUE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
       SAVE-CHECKPOINT-TOTALS.
           MOVE 0              TO CKPT-LAST-LINE-NUMBER
           MOVE EM-EMPLOYEE-ID TO CKPT-LAST-EMPLOYEE-ID
           MOVE ACH-ENTRY-COUNT    TO CKPT-ACH-ENTRY-COUNT
           MOVE ACH-ENTRY-HASH     TO CKPT-ACH-ENTRY-HASH
           MOVE ACH-TOTAL-CREDIT   TO CKPT-ACH-TOTAL-CREDIT
           MOVE ACH-TRACE-SEQUENCE TO CKPT-ACH-TRACE-SEQUENCE
           MOVE REG-EMPLOYEE-COUNT  TO CKPT-REG-EMPLOYEE-COUNT
           MOVE REG-GROSS-TOTAL     TO CKPT-REG-GROSS-TOTAL
           MOVE REG-FED-TAX-TOTAL   TO CKPT-REG-FED-TAX-TOTAL
           MOVE REG-STATE-TAX-TOTAL TO CKPT-REG-STATE-TAX-TOTAL
           MOVE REG-FICA-TAX-TOTAL  TO CKPT-REG-FICA-TAX-TOTAL
           MOVE REG-NET-PAY-TOTAL   TO CKPT-REG-NET-PAY-TOTAL
           MOVE 0                   TO CKPT-GL-DEDUCTION-TOTAL
           MOVE ER-SS-TAX-TOTAL       TO CKPT-ER-SS-TAX-TOTAL
           MOVE ER-MEDICARE-TAX-TOTAL TO CKPT-ER-MEDICARE-TOTAL
           MOVE FUTA-TAX-TOTAL        TO CKPT-FUTA-TAX-TOTAL
           MOVE SUTA-TAX-TOTAL        TO CKPT-SUTA-TAX-TOTAL
           MOVE LAST-CHECK-NUMBER   TO CKPT-LAST-CHECK-NUMBER
           MOVE 0                   TO CKPT-GL-CHG-COUNT
           MOVE 0                   TO CKPT-RK-ENTRY-COUNT
           MOVE 0                   TO CKPT-RK-DEFERRAL-TOTAL
           MOVE 0                   TO CKPT-RK-CATCHUP-TOTAL
           MOVE 0                   TO CKPT-ER-MATCH-TOTAL
           MOVE GL-DEPT-COUNT       TO CKPT-GL-DEPT-COUNT
           PERFORM SAVE-CKPT-GL-DEPT-ENTRY
               VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
           MOVE CT-COUNT            TO CKPT-CO-COUNT
           PERFORM SAVE-CKPT-CO-ENTRY
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           .
       SAVE-CKPT-GL-DEPT-ENTRY.
           MOVE GL-DEPT-CODE(GL-DEPT-IDX)
               TO CKPT-GL-DEPT-CODE(GL-DEPT-IDX)
           MOVE GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX)
               TO CKPT-GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX)
           MOVE GL-DEPT-COMPANY(GL-DEPT-IDX)
               TO CKPT-GL-CHG-COMPANY(GL-DEPT-IDX)
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
           MOVE 0 TO CKPT-CO-DEDUCTION-TOTAL(CKPT-CO-SUB)
           MOVE CT-ER-SS-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-ER-SS-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-ER-MEDICARE-TOTAL(CT-IDX)
               TO CKPT-CO-ER-MEDICARE-TOTAL(CKPT-CO-SUB)
           MOVE CT-FUTA-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-FUTA-TAX-TOTAL(CKPT-CO-SUB)
           MOVE CT-SUTA-TAX-TOTAL(CT-IDX)
               TO CKPT-CO-SUTA-TAX-TOTAL(CKPT-CO-SUB)
           MOVE 0 TO CKPT-CO-ER-MATCH-TOTAL(CKPT-CO-SUB)
           .
      * Load the rates in force on the pay date -- the regular
      * withholding PAYCHECKS does for the last period's wages, and
      * the supplemental rate for the vacation payout.  A file that
      * leaves any of them unfilled stops the run.
       LOAD-TAX-RATE-FILE.
           PERFORM INIT-RATE-TABLES
           OPEN INPUT TAX-RATE-FILE
           IF TR-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN TAXRATES.DAT - STATUS "
                   TR-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-RATE-ROW
               WITH TEST BEFORE UNTIL TR-EOF
           CLOSE TAX-RATE-FILE
           PERFORM CHECK-RATE-SLOTS
           IF RATE-SLOT-MISSING THEN
               DISPLAY "TAXRATES.DAT HAS NO RATES IN FORCE ON "
                   RUN-PAY-DATE " - RUN ABORTED"
               STOP RUN
           END-IF
           .
       INIT-RATE-TABLES.
           MOVE "S" TO WH-FILING-STATUS(1)
           MOVE "H" TO WH-FILING-STATUS(2)
           MOVE "M" TO WH-FILING-STATUS(3)
           MOVE 0 TO WH-ALLOWANCE-AMOUNT
           MOVE 0 TO SS-WAGE-BASE
           MOVE 0 TO SUPPLEMENTAL-FED-RATE
           MOVE 0 TO ST-ENTRY-COUNT
           MOVE ZEROS TO RATE-EFF-DATES
           PERFORM INIT-ONE-STATUS-BRACKETS
               VARYING TR-STATUS-SUB FROM 1 BY 1
               UNTIL TR-STATUS-SUB > 3
           .
       INIT-ONE-STATUS-BRACKETS.
           PERFORM INIT-ONE-BRACKET
               VARYING TR-BRACKET-SUB FROM 1 BY 1
               UNTIL TR-BRACKET-SUB > 5
           .
       INIT-ONE-BRACKET.
           MOVE 0 TO WH-THRESHOLD(TR-STATUS-SUB, TR-BRACKET-SUB)
           MOVE 0 TO WH-BASE-TAX(TR-STATUS-SUB, TR-BRACKET-SUB)
           MOVE 0 TO WH-MARGINAL-RATE(TR-STATUS-SUB, TR-BRACKET-SUB)
           .
       LOAD-ONE-RATE-ROW.
           READ TAX-RATE-FILE
               AT END MOVE "T" TO TR-END-FILE
           END-READ
           IF NOT TR-EOF THEN
               IF TR-EFFECTIVE-DATE NUMERIC
                       AND TR-EFFECTIVE-DATE <= RUN-PAY-DATE THEN
                   EVALUATE TRUE
                       WHEN TR-ALLOWANCE-ROW
                           PERFORM APPLY-ALLOWANCE-ROW
                       WHEN TR-FED-BRACKET-ROW
                           PERFORM APPLY-FED-BRACKET-ROW
                       WHEN TR-STATE-RATE-ROW
                           PERFORM APPLY-STATE-RATE-ROW
                       WHEN TR-WAGE-BASE-ROW
                           PERFORM APPLY-WAGE-BASE-ROW
                       WHEN TR-SUPPL-RATE-ROW
                           PERFORM APPLY-SUPPL-RATE-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .
       APPLY-ALLOWANCE-ROW.
           IF TRA-ALLOWANCE-AMOUNT NUMERIC
                   AND TR-EFFECTIVE-DATE >= FED-ALLOW-EFF THEN
               MOVE TRA-ALLOWANCE-AMOUNT TO WH-ALLOWANCE-AMOUNT
               MOVE TR-EFFECTIVE-DATE    TO FED-ALLOW-EFF
           END-IF
           .
       APPLY-FED-BRACKET-ROW.
           EVALUATE TRF-FILING-STATUS
               WHEN "S" MOVE 1 TO TR-STATUS-SUB
               WHEN "H" MOVE 2 TO TR-STATUS-SUB
               WHEN "M" MOVE 3 TO TR-STATUS-SUB
               WHEN OTHER MOVE 0 TO TR-STATUS-SUB
           END-EVALUATE
           IF TR-STATUS-SUB > 0
                   AND TRF-BRACKET-NUMBER NUMERIC
                   AND TRF-BRACKET-NUMBER >= 1
                   AND TRF-BRACKET-NUMBER <= 5
                   AND TRF-THRESHOLD NUMERIC
                   AND TRF-BASE-TAX NUMERIC
                   AND TRF-MARGINAL-RATE NUMERIC THEN
               MOVE TRF-BRACKET-NUMBER TO TR-BRACKET-SUB
               IF TR-EFFECTIVE-DATE >=
                       FED-BRACKET-EFF(TR-STATUS-SUB, TR-BRACKET-SUB)
                   MOVE TRF-THRESHOLD
                       TO WH-THRESHOLD(TR-STATUS-SUB, TR-BRACKET-SUB)
                   MOVE TRF-BASE-TAX
                       TO WH-BASE-TAX(TR-STATUS-SUB, TR-BRACKET-SUB)
                   MOVE TRF-MARGINAL-RATE TO
                       WH-MARGINAL-RATE(TR-STATUS-SUB, TR-BRACKET-SUB)
                   MOVE TR-EFFECTIVE-DATE TO
                       FED-BRACKET-EFF(TR-STATUS-SUB, TR-BRACKET-SUB)
               END-IF
           END-IF
           .
       APPLY-STATE-RATE-ROW.
           IF TRS-TAX-RATE NUMERIC THEN
               PERFORM FIND-STATE-RATE-SLOT
           END-IF
           .
       FIND-STATE-RATE-SLOT.
           SET ST-RATE-NOT-FOUND TO TRUE
           SET ST-IDX TO 1
           SEARCH ST-ENTRY
               AT END CONTINUE
               WHEN ST-STATE-CODE(ST-IDX) = TRS-STATE-CODE
                   SET ST-RATE-FOUND TO TRUE
           END-SEARCH
           IF ST-RATE-FOUND THEN
               PERFORM REPLACE-STATE-RATE
           ELSE
               PERFORM ADD-STATE-RATE
           END-IF
           .
       REPLACE-STATE-RATE.
           SET TR-STATE-SUB TO ST-IDX
           IF TR-EFFECTIVE-DATE >= ST-RATE-EFF(TR-STATE-SUB) THEN
               MOVE TRS-TAX-RATE TO ST-TAX-RATE(ST-IDX)
               MOVE TR-EFFECTIVE-DATE TO ST-RATE-EFF(TR-STATE-SUB)
           END-IF
           .
       ADD-STATE-RATE.
           IF ST-ENTRY-COUNT < 10 THEN
               ADD 1 TO ST-ENTRY-COUNT
               SET ST-IDX TO ST-ENTRY-COUNT
               SET TR-STATE-SUB TO ST-IDX
               MOVE TRS-STATE-CODE TO ST-STATE-CODE(ST-IDX)
               MOVE TRS-TAX-RATE   TO ST-TAX-RATE(ST-IDX)
               MOVE TR-EFFECTIVE-DATE TO ST-RATE-EFF(TR-STATE-SUB)
           ELSE
               DISPLAY "STATE TAX TABLE FULL - STATE "
                   TRS-STATE-CODE " OMITTED"
           END-IF
           .
       APPLY-WAGE-BASE-ROW.
           IF TRB-SS-WAGE-BASE NUMERIC
                   AND TR-EFFECTIVE-DATE >= WAGE-BASE-EFF THEN
               MOVE TRB-SS-WAGE-BASE TO SS-WAGE-BASE
               MOVE TR-EFFECTIVE-DATE TO WAGE-BASE-EFF
           END-IF
           .
       APPLY-SUPPL-RATE-ROW.
           IF TRP-SUPPL-RATE NUMERIC
                   AND TR-EFFECTIVE-DATE >= SUPPL-RATE-EFF THEN
               MOVE TRP-SUPPL-RATE TO SUPPLEMENTAL-FED-RATE
               MOVE TR-EFFECTIVE-DATE TO SUPPL-RATE-EFF
           END-IF
           .
       CHECK-RATE-SLOTS.
           SET RATE-SLOTS-COMPLETE TO TRUE
           IF FED-ALLOW-EFF = 0 OR WAGE-BASE-EFF = 0
                   OR SUPPL-RATE-EFF = 0 THEN
               SET RATE-SLOT-MISSING TO TRUE
           END-IF
           PERFORM CHECK-STATUS-RATE-SLOTS
               VARYING TR-STATUS-SUB FROM 1 BY 1
               UNTIL TR-STATUS-SUB > 3
           .
       CHECK-STATUS-RATE-SLOTS.
           PERFORM CHECK-ONE-RATE-SLOT
               VARYING TR-BRACKET-SUB FROM 1 BY 1
               UNTIL TR-BRACKET-SUB > 5
           .
       CHECK-ONE-RATE-SLOT.
           IF FED-BRACKET-EFF(TR-STATUS-SUB, TR-BRACKET-SUB) = 0 THEN
               SET RATE-SLOT-MISSING TO TRUE
           END-IF
           .
      * FINALHRS.DAT is hand-keyed -- a line with hours that aren't
      * digits is passed over (and the employee held for want of
      * hours) rather than let spaces into the pay arithmetic.  No
      * file at all just means no hours were keyed this time.
       LOAD-FINAL-HOURS.
           OPEN INPUT FINAL-HOURS
           PERFORM LOAD-ONE-FINAL-HOURS
               WITH TEST BEFORE UNTIL FH-EOF
           CLOSE FINAL-HOURS
           .
       LOAD-ONE-FINAL-HOURS.
           READ FINAL-HOURS
               AT END MOVE "T" TO FH-END-FILE
           END-READ
           IF NOT FH-EOF THEN
               IF FH-REGULAR-HOURS NOT NUMERIC
                       OR FH-OVERTIME-HOURS NOT NUMERIC THEN
                   DISPLAY "FINALHRS.DAT LINE REJECTED - EMP ID "
                       FH-EMPLOYEE-ID " - HOURS NOT NUMERIC"
               ELSE
                   IF FHT-COUNT < 200 THEN
                       ADD 1 TO FHT-COUNT
                       SET FHT-IDX TO FHT-COUNT
                       MOVE FH-EMPLOYEE-ID
                           TO FHT-EMPLOYEE-ID(FHT-IDX)
                       MOVE FH-REGULAR-HOURS
                           TO FHT-REGULAR-HOURS(FHT-IDX)
                       MOVE FH-OVERTIME-HOURS
                           TO FHT-OVERTIME-HOURS(FHT-IDX)
                   ELSE
                       DISPLAY "FINAL HOURS TABLE FULL - EMP ID "
                           FH-EMPLOYEE-ID " OMITTED"
                   END-IF
               END-IF
           END-IF
           .
      * Every company payroll is run for, with its run totals zeroed
      * -- the same load PAYCHECKS does, and the same stop when there
      * is no company to pay under.
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
           MOVE 0 TO CT-ER-SS-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-ER-MEDICARE-TOTAL(CT-IDX)
           MOVE 0 TO CT-FUTA-TAX-TOTAL(CT-IDX)
           MOVE 0 TO CT-SUTA-TAX-TOTAL(CT-IDX)
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
      * The company the employee is paid under -- a master record
      * FILECONV hasn't carried forward belongs to the original one.
       FIND-EMPLOYEE-COMPANY.
           IF EM-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO PAY-COMPANY-CODE
           ELSE
               MOVE EM-COMPANY-CODE TO PAY-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-ENTRY
           .
      * The ACH file header goes under the first company on the
      * file; each company's own batch carries its name and FEIN.
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
       WRITE-ACH-BATCH-HEADER.
           MOVE SPACES TO NACHA-BATCH-HEADER
           MOVE "5" TO NBH-RECORD-TYPE
           MOVE "200" TO NBH-SERVICE-CLASS-CODE
           MOVE CT-COMPANY-NAME(CT-IDX) TO NBH-COMPANY-NAME
           MOVE CT-FEIN(CT-IDX) TO NBH-COMPANY-ID
           MOVE "PPD" TO NBH-STD-ENTRY-CLASS
           MOVE "FINAL PAY" TO NBH-COMPANY-ENTRY-DESC
           MOVE "1" TO NBH-ORIGINATOR-STAT-CD
           MOVE ACH-ORIGIN-DFI-ID TO NBH-ORIGINATING-DFI-ID
           MOVE ACH-BATCH-COUNT TO NBH-BATCH-NUMBER
           MOVE NACHA-BATCH-HEADER TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           .
      * Walk the whole master; only a termination still waiting on
      * its final pay is this run's business.  A checkpoint after
      * each one carries the run totals, and the master's final-pay
      * flag keeps a restarted run from paying anyone twice.
       PROCESS-MASTER-RECORD.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE "T" TO END-FILE
           END-READ
           IF NOT EOF THEN
               IF EM-TERMINATED AND EM-FINAL-PAY-PENDING THEN
                   PERFORM PROCESS-FINAL-PAY
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF
           .
      * A termination this run can't settle yet stays pending for
      * the next one, and goes on the report with its deadline so
      * it is settled by hand if the deadline won't wait.
       PROCESS-FINAL-PAY.
           ADD 1 TO PENDING-COUNT
           MOVE SPACES TO HOLD-REASON
           MOVE 0 TO DEADLINE-DATE
           MOVE SPACES TO FINAL-EMPLOYEE-LINE
           PERFORM FIND-EMPLOYEE-COMPANY
           IF EM-TERM-DATE NOT NUMERIC OR EM-TERM-DATE = 0 THEN
               MOVE "HELD - NO TERMINATION DATE ON FILE"
                   TO HOLD-REASON
               MOVE 0 TO FPE-TERM-DATE
           ELSE
               MOVE EM-TERM-DATE TO FPE-TERM-DATE
               PERFORM FIGURE-FINAL-PAY-DEADLINE
               IF EM-TERM-DATE > RUN-PAY-DATE THEN
                   MOVE "HELD - TERMINATION AFTER PAY DATE"
                       TO HOLD-REASON
               ELSE
                   PERFORM FIGURE-LAST-PERIOD-WAGES
               END-IF
           END-IF
           IF HOLD-REASON = SPACES AND COMPANY-NOT-FOUND THEN
               MOVE "HELD - COMPANY NOT ON COMPANY FILE"
                   TO HOLD-REASON
           END-IF
           IF HOLD-REASON NOT = SPACES THEN
               ADD 1 TO HELD-COUNT
               MOVE HOLD-REASON TO FPE-STATUS
               PERFORM WRITE-EMPLOYEE-LINE
           ELSE
               ADD 1 TO FINAL-PAID-COUNT
               MOVE "PAID" TO FPE-STATUS
               PERFORM WRITE-EMPLOYEE-LINE
               PERFORM PAY-FINAL-CHECKS
               PERFORM END-DATE-DEDUCTIONS
               SET EM-FINAL-PAY-DONE TO TRUE
               REWRITE EMPLOYEE-MASTER-RECORD
               DISPLAY "FINAL PAY - EMP ID " EM-EMPLOYEE-ID
                   " TERMINATED " EM-TERM-DATE
           END-IF
           .
      * The deadline is counted in calendar days from the last day
      * worked under the employee's state's rule for the way they
      * left; "next regular payday" is one pay period on.
       FIGURE-FINAL-PAY-DEADLINE.
           MOVE Next-Payday-Rule TO DEADLINE-DAYS
           SET FPR-IDX TO 1
           SEARCH FPR-ENTRY
               AT END CONTINUE
               WHEN FPR-STATE-CODE(FPR-IDX) = EM-STATE-CODE
                   IF EM-TERM-INVOLUNTARY THEN
                       MOVE FPR-INVOLUNTARY-DAYS(FPR-IDX)
                           TO DEADLINE-DAYS
                   ELSE
                       MOVE FPR-VOLUNTARY-DAYS(FPR-IDX)
                           TO DEADLINE-DAYS
                   END-IF
           END-SEARCH
           IF DEADLINE-DAYS = Next-Payday-Rule THEN
               MOVE "NEXT PAYDAY" TO FPE-RULE
               EVALUATE TRUE
                   WHEN EM-BIWEEKLY    MOVE 14 TO DEADLINE-DAYS
                   WHEN EM-SEMIMONTHLY MOVE 15 TO DEADLINE-DAYS
                   WHEN EM-MONTHLY     MOVE 30 TO DEADLINE-DAYS
                   WHEN OTHER          MOVE 7  TO DEADLINE-DAYS
               END-EVALUATE
           ELSE
               IF DEADLINE-DAYS = 0 THEN
                   MOVE "LAST DAY" TO FPE-RULE
               ELSE
                   MOVE DEADLINE-DAYS TO DRT-DAYS
                   MOVE DEADLINE-RULE-TEXT TO FPE-RULE
               END-IF
           END-IF
           MOVE EM-TERM-DATE TO WORK-DATE-NUM
           PERFORM ADVANCE-ONE-DAY
               VARYING DEADLINE-STEP FROM 1 BY 1
               UNTIL DEADLINE-STEP > DEADLINE-DAYS
           MOVE WORK-DATE-NUM TO DEADLINE-DATE
           IF DEADLINE-DATE < RUN-PAY-DATE THEN
               ADD 1 TO OVERDUE-COUNT
               MOVE "OVERDUE" TO FPE-OVERDUE
           END-IF
           .
       ADVANCE-ONE-DAY.
           ADD 1 TO WD-DAY
           PERFORM SET-MONTH-LENGTH
           IF WD-DAY > MONTH-LENGTH THEN
               MOVE 1 TO WD-DAY
               IF WD-MONTH = 12 THEN
                   MOVE 1 TO WD-MONTH
                   ADD 1 TO WD-YEAR
               ELSE
                   ADD 1 TO WD-MONTH
               END-IF
           END-IF
           .
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS(WD-MONTH) TO MONTH-LENGTH
           IF WD-MONTH = 2 THEN
               DIVIDE WD-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-4
               DIVIDE WD-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-100
               DIVIDE WD-YEAR BY 400 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = 0 AND
                       (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0) THEN
                   MOVE 29 TO MONTH-LENGTH
               END-IF
           END-IF
           .
      * The last period's wages.  Hours keyed to FINALHRS.DAT are
      * paid as keyed -- overtime at time and a half for an hourly
      * employee, the period salary prorated over the standard hours
      * for a salaried one.  Without them, a salaried employee is
      * owed the full period salary and an hourly one can't be paid
      * -- unless the regular run already paid a check dated on or
      * after the termination, which covered the last period.  Hours
      * keyed for a period the regular run already paid would pay it
      * twice, so the employee is held until FINALHRS.DAT is put
      * right.
       FIGURE-LAST-PERIOD-WAGES.
           MOVE 0 TO WAGE-REGULAR-HOURS
           MOVE 0 TO WAGE-OVERTIME-HOURS
           MOVE 0 TO WAGE-GROSS
           MOVE SPACES TO WAGE-NOTE
           PERFORM FIGURE-HOURLY-RATE
           PERFORM FIND-FINAL-HOURS
           PERFORM CHECK-LAST-PERIOD-PAID
           EVALUATE TRUE
               WHEN FINAL-HOURS-FOUND AND LAST-PERIOD-PAID
                   MOVE "HELD - FINAL HOURS BUT PERIOD PAID"
                       TO HOLD-REASON
               WHEN FINAL-HOURS-FOUND
                   MOVE FHT-REGULAR-HOURS(FHT-IDX)
                       TO WAGE-REGULAR-HOURS
                   IF EM-SALARIED-EMPLOYEE THEN
                       PERFORM PRORATE-PERIOD-SALARY
                   ELSE
                       MOVE FHT-OVERTIME-HOURS(FHT-IDX)
                           TO WAGE-OVERTIME-HOURS
                       COMPUTE WAGE-GROSS ROUNDED =
                           (WAGE-REGULAR-HOURS * EM-AUTH-PAY-RATE)
                           + (WAGE-OVERTIME-HOURS * EM-AUTH-PAY-RATE
                               * 1.5)
                   END-IF
               WHEN LAST-PERIOD-PAID
                   MOVE "PAID BY REGULAR RUN" TO WAGE-NOTE
               WHEN EM-SALARIED-EMPLOYEE
                   MOVE EM-PERIOD-SALARY TO WAGE-GROSS
                   MOVE PERIOD-STANDARD-HOURS TO WAGE-REGULAR-HOURS
               WHEN OTHER
                   MOVE "HELD - NO FINAL HOURS ON FINALHRS.DAT"
                       TO HOLD-REASON
           END-EVALUATE
           .
       PRORATE-PERIOD-SALARY.
           IF WAGE-REGULAR-HOURS >= PERIOD-STANDARD-HOURS THEN
               MOVE EM-PERIOD-SALARY TO WAGE-GROSS
           ELSE
               COMPUTE WAGE-GROSS ROUNDED =
                   EM-PERIOD-SALARY * WAGE-REGULAR-HOURS
                       / PERIOD-STANDARD-HOURS
           END-IF
           .
       FIGURE-HOURLY-RATE.
           EVALUATE TRUE
               WHEN EM-BIWEEKLY    MOVE 80.00  TO PERIOD-STANDARD-HOURS
               WHEN EM-SEMIMONTHLY MOVE 86.67  TO PERIOD-STANDARD-HOURS
               WHEN EM-MONTHLY     MOVE 173.33 TO PERIOD-STANDARD-HOURS
               WHEN OTHER          MOVE 40.00  TO PERIOD-STANDARD-HOURS
           END-EVALUATE
           IF EM-SALARIED-EMPLOYEE THEN
               COMPUTE EMPLOYEE-HOURLY-RATE ROUNDED =
                   EM-PERIOD-SALARY / PERIOD-STANDARD-HOURS
           ELSE
               MOVE EM-AUTH-PAY-RATE TO EMPLOYEE-HOURLY-RATE
           END-IF
           .
       FIND-FINAL-HOURS.
           SET FINAL-HOURS-NOT-FOUND TO TRUE
           SET FHT-IDX TO 1
           SEARCH FHT-ENTRY
               AT END CONTINUE
               WHEN FHT-IDX > FHT-COUNT
                   CONTINUE
               WHEN FHT-EMPLOYEE-ID(FHT-IDX) = EM-EMPLOYEE-ID
                   SET FINAL-HOURS-FOUND TO TRUE
           END-SEARCH
           .
      * Walk the employee's history for a regular check, not voided,
      * dated on or after the last day worked.
       CHECK-LAST-PERIOD-PAID.
           SET LAST-PERIOD-UNPAID TO TRUE
           MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE EM-TERM-DATE   TO PH-PAY-DATE
           MOVE 0              TO PH-PAYMENT-SEQ
           START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
               INVALID KEY SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
               NOT INVALID KEY SET PH-MORE-FOR-EMPLOYEE TO TRUE
           END-START
           PERFORM TEST-ONE-HISTORY-RECORD
               WITH TEST BEFORE
               UNTIL PH-NO-MORE-FOR-EMPLOYEE OR LAST-PERIOD-PAID
           .
       TEST-ONE-HISTORY-RECORD.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF PH-MORE-FOR-EMPLOYEE THEN
               IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID THEN
                   SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
               ELSE
                   IF PH-REGULAR-PAYROLL AND PH-PAYMENT-OPEN THEN
                       SET LAST-PERIOD-PAID TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      * The wages and the vacation payout go out as two payments,
      * each with its own history record -- the wages as regular
      * payroll withheld on the bracket walk, the payout as
      * supplemental wages withheld at the flat rate -- so each
      * voids, and lands on the 941 and the W-2, the way its kind
      * always has.  Both go to the same place.
       PAY-FINAL-CHECKS.
           PERFORM LOOKUP-YTD-MASTER
           PERFORM PLAN-DIRECT-DEPOSIT
           MOVE SPACES TO FINAL-DETAIL-LINE
           MOVE "LAST PERIOD WAGES" TO FPD-ITEM
           IF WAGE-GROSS > 0 THEN
               SET PAYING-LAST-WAGES TO TRUE
               MOVE WAGE-GROSS TO GROSS-PAY
               PERFORM COMPUTE-FED-TAX
               PERFORM POST-FINAL-PAYMENT
               COMPUTE FPD-HOURS =
                   WAGE-REGULAR-HOURS + WAGE-OVERTIME-HOURS
               MOVE EMPLOYEE-HOURLY-RATE TO FPD-RATE
               IF WAGE-OVERTIME-HOURS > 0 THEN
                   MOVE "INCLUDES OVERTIME" TO FPD-NOTE
               END-IF
           ELSE
               MOVE 0 TO FPD-HOURS
               MOVE 0 TO FPD-RATE
               MOVE 0 TO FPD-GROSS
               MOVE 0 TO FPD-NET
               MOVE WAGE-NOTE TO FPD-NOTE
           END-IF
           PERFORM WRITE-DETAIL-LINE
           PERFORM LOOKUP-PTO-BALANCE
           MOVE SPACES TO FINAL-DETAIL-LINE
           MOVE "VACATION PAYOUT" TO FPD-ITEM
           IF PAYOUT-GROSS > 0 THEN
               SET PAYING-VACATION TO TRUE
               MOVE PAYOUT-GROSS TO GROSS-PAY
               PERFORM COMPUTE-SUPPL-FED-TAX
               PERFORM POST-FINAL-PAYMENT
               PERFORM ZERO-VACATION-BALANCE
               MOVE PAYOUT-HOURS TO FPD-HOURS
               MOVE EMPLOYEE-HOURLY-RATE TO FPD-RATE
               MOVE "SUPPLEMENTAL WAGES" TO FPD-NOTE
           ELSE
               MOVE 0 TO FPD-HOURS
               MOVE 0 TO FPD-RATE
               MOVE 0 TO FPD-GROSS
               MOVE 0 TO FPD-NET
               MOVE "NO VACATION BALANCE" TO FPD-NOTE
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .
      * Only a positive vacation balance is paid out; an employee who
      * borrowed ahead leaves with the balance as it stands, for
      * payroll to take up by hand.
       LOOKUP-PTO-BALANCE.
           MOVE 0 TO PAYOUT-HOURS
           MOVE 0 TO PAYOUT-GROSS
           MOVE EM-EMPLOYEE-ID TO PTO-EMPLOYEE-ID
           READ PTO-BALANCES
               INVALID KEY SET PTO-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET PTO-RECORD-FOUND TO TRUE
           END-READ
           IF PTO-RECORD-FOUND AND PTO-VAC-BALANCE > 0 THEN
               MOVE PTO-VAC-BALANCE TO PAYOUT-HOURS
               COMPUTE PAYOUT-GROSS ROUNDED =
                   PAYOUT-HOURS * EMPLOYEE-HOURLY-RATE
           END-IF
           .
       ZERO-VACATION-BALANCE.
           MOVE 0 TO PTO-VAC-BALANCE
           REWRITE PTO-BALANCE-RECORD
           .
      * The taxes beyond federal income tax, then the payment itself
      * and every posting behind it, in the order PAYCHECKS makes
      * them.
       POST-FINAL-PAYMENT.
           PERFORM COMPUTE-STATE-TAX
           PERFORM COMPUTE-FICA
           PERFORM COMPUTE-EMPLOYER-TAXES
           PERFORM COMPUTE-NET-PAY
           IF DEPOSIT-BY-ACH THEN
               PERFORM SPLIT-NET-PAY
               PERFORM WRITE-DEPOSIT-ENTRIES
               MOVE "ACH TRACE " TO PIN-LABEL
               MOVE DEP-FIRST-TRACE TO PIN-NUMBER
           ELSE
               PERFORM WRITE-PAPER-CHECK
               MOVE "CHECK " TO PIN-LABEL
               MOVE LAST-CHECK-NUMBER TO PIN-NUMBER
           END-IF
           PERFORM WRITE-PAY-HISTORY
           PERFORM ACCUMULATE-REGISTER-TOTALS
           PERFORM ACCUMULATE-GL-TOTALS
           PERFORM UPDATE-YTD-MASTER
           MOVE GROSS-PAY TO FPD-GROSS
           MOVE NET-PAY TO FPD-NET
           MOVE PAYMENT-INSTRUMENT TO FPD-INSTRUMENT
           .
      * kept per employee per company, the same as PAYCHECKS.
       LOOKUP-YTD-MASTER.
           MOVE EM-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
           MOVE PAY-COMPANY-CODE TO YTD-COMPANY-CODE
           READ YTD-MASTER
               INVALID KEY SET YTD-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET YTD-RECORD-FOUND TO TRUE
           END-READ
           IF YTD-RECORD-NOT-FOUND OR YTD-TAX-YEAR NOT = RUN-TAX-YEAR
               THEN
               MOVE EM-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
               MOVE PAY-COMPANY-CODE TO YTD-COMPANY-CODE
               MOVE RUN-TAX-YEAR TO YTD-TAX-YEAR
               MOVE 0 TO YTD-GROSS-PAY
               MOVE 0 TO YTD-TAXABLE-WAGES
               MOVE 0 TO YTD-FED-TAX-WITHHELD
               MOVE 0 TO YTD-STATE-TAX-WITHHELD
               MOVE 0 TO YTD-SS-WAGES
               MOVE 0 TO YTD-SS-TAX-WITHHELD
               MOVE 0 TO YTD-MEDICARE-WAGES
               MOVE 0 TO YTD-MEDICARE-TAX-WITHHELD
               MOVE 0 TO YTD-PRE-TAX-DEDUCTIONS
               MOVE 0 TO YTD-POST-TAX-DEDUCTIONS
               MOVE 0 TO YTD-NET-PAY
               MOVE 0 TO YTD-ER-SS-TAX
               MOVE 0 TO YTD-ER-MEDICARE-TAX
               MOVE 0 TO YTD-FUTA-WAGES
               MOVE 0 TO YTD-FUTA-TAX
               MOVE 0 TO YTD-SUTA-WAGES
               MOVE 0 TO YTD-SUTA-TAX
               MOVE 0 TO YTD-401K-DEFERRAL
               MOVE 0 TO YTD-401K-CATCHUP
               MOVE 0 TO YTD-ER-401K-MATCH
           END-IF
           IF YTD-401K-DEFERRAL NOT NUMERIC THEN
               MOVE 0 TO YTD-401K-DEFERRAL
               MOVE 0 TO YTD-401K-CATCHUP
               MOVE 0 TO YTD-ER-401K-MATCH
           END-IF
           .
       DETERMINE-PAY-PERIODS.
           EVALUATE TRUE
               WHEN EM-WEEKLY
                   MOVE 52 TO WH-PAY-PERIODS
               WHEN EM-BIWEEKLY
                   MOVE 26 TO WH-PAY-PERIODS
               WHEN EM-SEMIMONTHLY
                   MOVE 24 TO WH-PAY-PERIODS
               WHEN EM-MONTHLY
                   MOVE 12 TO WH-PAY-PERIODS
               WHEN OTHER
                   MOVE 52 TO WH-PAY-PERIODS
           END-EVALUATE
           .
      * The last period's wages withhold the way PAYCHECKS' check
      * would have: annualized over the pay frequency, walked
      * through the filing status's brackets, and de-annualized.
       COMPUTE-FED-TAX.
           PERFORM DETERMINE-PAY-PERIODS
           COMPUTE WH-TAXABLE-WAGES =
               (GROSS-PAY * WH-PAY-PERIODS) -
               (EM-ALLOWANCES * WH-ALLOWANCE-AMOUNT * 52)
           IF WH-TAXABLE-WAGES < 0 THEN
               MOVE 0 TO WH-TAXABLE-WAGES
           END-IF
           SET WH-STATUS-IDX TO 1
           SEARCH WH-STATUS-ENTRY
               AT END SET WH-STATUS-IDX TO 1
               WHEN WH-FILING-STATUS(WH-STATUS-IDX) = EM-FILING-STATUS
                   CONTINUE
           END-SEARCH
           SET WH-BRACKET-IDX TO 5
           SET WH-BRACKET-NOT-FOUND TO TRUE
           PERFORM FIND-FED-TAX-BRACKET
               WITH TEST BEFORE
               UNTIL WH-BRACKET-FOUND OR WH-BRACKET-IDX < 1
           COMPUTE WH-ANNUAL-THRESHOLD =
               WH-THRESHOLD(WH-STATUS-IDX, WH-BRACKET-IDX) * 52
           COMPUTE WH-ANNUAL-BASE-TAX =
               WH-BASE-TAX(WH-STATUS-IDX, WH-BRACKET-IDX) * 52
           COMPUTE WH-ANNUAL-TAX ROUNDED =
               WH-ANNUAL-BASE-TAX +
               ((WH-TAXABLE-WAGES - WH-ANNUAL-THRESHOLD)
                   * WH-MARGINAL-RATE(WH-STATUS-IDX, WH-BRACKET-IDX))
           COMPUTE FED-TAX ROUNDED = WH-ANNUAL-TAX / WH-PAY-PERIODS
           .
       FIND-FED-TAX-BRACKET.
           COMPUTE WH-ANNUAL-THRESHOLD =
               WH-THRESHOLD(WH-STATUS-IDX, WH-BRACKET-IDX) * 52
           IF WH-TAXABLE-WAGES >= WH-ANNUAL-THRESHOLD
               SET WH-BRACKET-FOUND TO TRUE
           ELSE
               SET WH-BRACKET-IDX DOWN BY 1
           END-IF
           .
      * A vacation payout is supplemental wages -- the flat IRS rate,
      * as SUPLCHKS withholds a bonus.
       COMPUTE-SUPPL-FED-TAX.
           MULTIPLY GROSS-PAY BY SUPPLEMENTAL-FED-RATE
               GIVING FED-TAX ROUNDED
           .
       COMPUTE-STATE-TAX.
           SET ST-IDX TO 1
           SET ST-RATE-NOT-FOUND TO TRUE
           SEARCH ST-ENTRY
               AT END CONTINUE
               WHEN ST-STATE-CODE(ST-IDX) = EM-STATE-CODE
                   SET ST-RATE-FOUND TO TRUE
           END-SEARCH
           IF ST-RATE-FOUND THEN
               COMPUTE STATE-TAX = GROSS-PAY * ST-TAX-RATE(ST-IDX)
           ELSE
               MOVE 0 TO STATE-TAX
           END-IF
           .
       COMPUTE-FICA.
           COMPUTE SS-WAGE-ROOM = SS-WAGE-BASE - YTD-SS-WAGES
           IF SS-WAGE-ROOM < 0 THEN
               MOVE 0 TO SS-WAGE-ROOM
           END-IF
           IF GROSS-PAY > SS-WAGE-ROOM THEN
               MOVE SS-WAGE-ROOM TO SS-TAXABLE-THIS-PERIOD
           ELSE
               MOVE GROSS-PAY TO SS-TAXABLE-THIS-PERIOD
           END-IF
           MULTIPLY SS-TAXABLE-THIS-PERIOD BY FICA-TAX-RATE
               GIVING SS-TAX
           MULTIPLY GROSS-PAY BY MEDICARE-TAX-RATE
               GIVING MEDICARE-TAX ROUNDED
           ADD SS-TAX MEDICARE-TAX GIVING FICA-TAX
           .
       COMPUTE-EMPLOYER-TAXES.
           MULTIPLY SS-TAXABLE-THIS-PERIOD BY FICA-TAX-RATE
               GIVING ER-SS-TAX
           MULTIPLY GROSS-PAY BY MEDICARE-TAX-RATE
               GIVING ER-MEDICARE-TAX ROUNDED
           COMPUTE FUTA-WAGE-ROOM = FUTA-WAGE-BASE - YTD-FUTA-WAGES
           IF FUTA-WAGE-ROOM < 0 THEN
               MOVE 0 TO FUTA-WAGE-ROOM
           END-IF
           IF GROSS-PAY > FUTA-WAGE-ROOM THEN
               MOVE FUTA-WAGE-ROOM TO FUTA-TAXABLE-THIS-PERIOD
           ELSE
               MOVE GROSS-PAY TO FUTA-TAXABLE-THIS-PERIOD
           END-IF
           MULTIPLY FUTA-TAXABLE-THIS-PERIOD BY FUTA-TAX-RATE
               GIVING FUTA-TAX ROUNDED
           COMPUTE SUTA-WAGE-ROOM = SUTA-WAGE-BASE - YTD-SUTA-WAGES
           IF SUTA-WAGE-ROOM < 0 THEN
               MOVE 0 TO SUTA-WAGE-ROOM
           END-IF
           IF GROSS-PAY > SUTA-WAGE-ROOM THEN
               MOVE SUTA-WAGE-ROOM TO SUTA-TAXABLE-THIS-PERIOD
           ELSE
               MOVE GROSS-PAY TO SUTA-TAXABLE-THIS-PERIOD
           END-IF
           MULTIPLY SUTA-TAXABLE-THIS-PERIOD BY CT-SUTA-RATE(CT-IDX)
               GIVING SUTA-TAX ROUNDED
           ADD ER-SS-TAX       TO ER-SS-TAX-TOTAL
           ADD ER-MEDICARE-TAX TO ER-MEDICARE-TAX-TOTAL
           ADD FUTA-TAX        TO FUTA-TAX-TOTAL
           ADD SUTA-TAX        TO SUTA-TAX-TOTAL
           ADD ER-SS-TAX       TO CT-ER-SS-TAX-TOTAL(CT-IDX)
           ADD ER-MEDICARE-TAX TO CT-ER-MEDICARE-TOTAL(CT-IDX)
           ADD FUTA-TAX        TO CT-FUTA-TAX-TOTAL(CT-IDX)
           ADD SUTA-TAX        TO CT-SUTA-TAX-TOTAL(CT-IDX)
           .
       COMPUTE-NET-PAY.
           SUBTRACT FED-TAX STATE-TAX FICA-TAX FROM GROSS-PAY
               GIVING NET-PAY-SIGNED
           IF NET-PAY-SIGNED < 0 THEN
               MOVE 0 TO NET-PAY
           ELSE
               MOVE NET-PAY-SIGNED TO NET-PAY
           END-IF
           .
       WRITE-PAPER-CHECK.
           ADD 1 TO LAST-CHECK-NUMBER
           MOVE SPACES            TO PAPER-CHECK-LINE
           MOVE LAST-CHECK-NUMBER TO PCK-CHECK-NUMBER
           MOVE EM-EMPLOYEE-ID    TO PCK-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME  TO PCK-EMPLOYEE-NAME
           MOVE RUN-PAY-DATE      TO PCK-PAY-DATE
           MOVE NET-PAY           TO PCK-NET-PAY
           WRITE PAPER-CHECK-LINE
           MOVE SPACES            TO POSITIVE-PAY-LINE
           MOVE LAST-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE RUN-PAY-DATE      TO PPY-PAY-DATE
           MOVE NET-PAY           TO PPY-AMOUNT
           MOVE EM-EMPLOYEE-NAME  TO PPY-PAYEE-NAME
           MOVE "ISSUE " TO PPY-STATUS
           MOVE CT-BANK-ACCOUNT(CT-IDX) TO PPY-BANK-ACCOUNT
           WRITE POSITIVE-PAY-LINE
           .
      * One history record per payment, carrying the instrument the
      * bank knows it by.  The last period's wages are regular
      * payroll; the vacation payout is supplemental.
       WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE RUN-PAY-DATE   TO PH-PAY-DATE
           MOVE 0              TO PH-PAYMENT-SEQ
           IF PAYING-VACATION THEN
               SET PH-SUPPLEMENTAL-PAY TO TRUE
           ELSE
               SET PH-REGULAR-PAYROLL TO TRUE
           END-IF
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
           MOVE EM-EMPLOYEE-NAME   TO PH-EMPLOYEE-NAME
           MOVE GROSS-PAY          TO PH-GROSS-PAY
           MOVE GROSS-PAY          TO PH-TAXABLE-WAGES
           MOVE FED-TAX            TO PH-FED-TAX
           MOVE STATE-TAX          TO PH-STATE-TAX
           MOVE SS-TAXABLE-THIS-PERIOD TO PH-SS-WAGES
           MOVE SS-TAX             TO PH-SS-TAX
           MOVE MEDICARE-TAX       TO PH-MEDICARE-TAX
           MOVE FICA-TAX           TO PH-FICA-TAX
           MOVE 0                  TO PH-PRE-TAX-DED
           MOVE 0                  TO PH-POST-TAX-DED
           MOVE NET-PAY            TO PH-NET-PAY
           MOVE ER-SS-TAX          TO PH-ER-SS-TAX
           MOVE ER-MEDICARE-TAX    TO PH-ER-MEDICARE-TAX
           MOVE FUTA-TAXABLE-THIS-PERIOD TO PH-FUTA-WAGES
           MOVE FUTA-TAX           TO PH-FUTA-TAX
           MOVE SUTA-TAXABLE-THIS-PERIOD TO PH-SUTA-WAGES
           MOVE SUTA-TAX           TO PH-SUTA-TAX
           MOVE 0                  TO PH-DED-COUNT
           MOVE 0                  TO PH-401K-DEFERRAL
           MOVE 0                  TO PH-401K-CATCHUP
           MOVE 0                  TO PH-ER-401K-MATCH
           SET PH-PAYMENT-OPEN TO TRUE
           SET PH-CHECK-OUTSTANDING TO TRUE
           MOVE 0 TO PH-CLEARED-DATE
           SET PH-WRITE-PENDING TO TRUE
           PERFORM WRITE-PAY-HISTORY-RECORD
               WITH TEST BEFORE
               UNTIL PH-WRITE-DONE OR PH-PAYMENT-SEQ > 98
           IF PH-WRITE-PENDING THEN
               DISPLAY "PAY HISTORY NOT WRITTEN - EMP ID "
                   EM-EMPLOYEE-ID " STATUS " PH-FILE-STATUS
           END-IF
           .
       WRITE-PAY-HISTORY-RECORD.
           ADD 1 TO PH-PAYMENT-SEQ
           WRITE PAY-HISTORY-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY SET PH-WRITE-DONE TO TRUE
           END-WRITE
           .
       WRITE-ACH-ENTRY.
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQUENCE
           MOVE SPACES TO NACHA-ENTRY-DETAIL
           MOVE "6" TO NED-RECORD-TYPE
           IF DEP-SAVINGS THEN
               MOVE "32" TO NED-TRANSACTION-CODE
           ELSE
               MOVE "22" TO NED-TRANSACTION-CODE
           END-IF
           MOVE DEP-ROUTING-NUMBER(1:8) TO NED-RECEIVING-DFI-ID
           MOVE DEP-ROUTING-NUMBER(9:1) TO NED-CHECK-DIGIT
           MOVE DEP-ACCOUNT-NUMBER TO NED-DFI-ACCOUNT-NUMBER
           MOVE DEP-ENTRY-AMOUNT TO NED-AMOUNT
           MOVE EM-EMPLOYEE-ID TO NED-INDIVIDUAL-ID
           MOVE EM-EMPLOYEE-NAME TO NED-INDIVIDUAL-NAME
           MOVE "0" TO NED-ADDENDA-RECORD-IND
           MOVE ACH-ORIGIN-DFI-ID TO NED-TRACE-DFI
           MOVE ACH-TRACE-SEQUENCE TO NED-TRACE-SEQUENCE
           DIVIDE DEP-ROUTING-NUMBER BY 10 GIVING ACH-ENTRY-DFI-NUM
           ADD ACH-ENTRY-DFI-NUM TO ACH-ENTRY-HASH
           ADD DEP-ENTRY-AMOUNT TO ACH-TOTAL-CREDIT
           MOVE PAY-COMPANY-CODE TO ACW-COMPANY-CODE
           MOVE NACHA-ENTRY-DETAIL TO ACW-ENTRY-RECORD
           WRITE ACH-WORK-RECORD
           .
       PLAN-DIRECT-DEPOSIT.
           SET DEPOSIT-BY-CHECK TO TRUE
           SET DEP-PLAN-USABLE TO TRUE
           SET MASTER-ACCOUNT-LIVE TO TRUE
           MOVE 0 TO DEP-PLAN-COUNT
           MOVE 0 TO DEP-ROWS-READ
           MOVE 0 TO DEP-REMAINDER-LINE
           IF NOT EM-PAY-BY-PAPER-CHECK THEN
               IF DA-FILE-PRESENT THEN
                   PERFORM LOAD-DEPOSIT-ALLOCATIONS
               END-IF
               IF DEP-REMAINDER-LINE = 0 THEN
                   PERFORM ADD-MASTER-PLAN-LINE
               END-IF
               IF DEP-PLAN-USABLE THEN
                   SET DEPOSIT-BY-ACH TO TRUE
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
                   EM-EMPLOYEE-ID
               SET DEP-PLAN-UNUSABLE TO TRUE
           END-IF
           .
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
       WRITE-DEPOSIT-ENTRIES.
           MOVE 0 TO DEP-FIRST-TRACE
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
       ACCUMULATE-REGISTER-TOTALS.
           ADD 1         TO REG-EMPLOYEE-COUNT
           ADD GROSS-PAY TO REG-GROSS-TOTAL
           ADD FED-TAX   TO REG-FED-TAX-TOTAL
           ADD STATE-TAX TO REG-STATE-TAX-TOTAL
           ADD FICA-TAX  TO REG-FICA-TAX-TOTAL
           ADD NET-PAY   TO REG-NET-PAY-TOTAL
           ADD 1         TO CT-EMPLOYEE-COUNT(CT-IDX)
           ADD GROSS-PAY TO CT-GROSS-TOTAL(CT-IDX)
           ADD FED-TAX   TO CT-FED-TAX-TOTAL(CT-IDX)
           ADD STATE-TAX TO CT-STATE-TAX-TOTAL(CT-IDX)
           ADD FICA-TAX  TO CT-FICA-TAX-TOTAL(CT-IDX)
           ADD NET-PAY   TO CT-NET-PAY-TOTAL(CT-IDX)
           .
       ACCUMULATE-GL-TOTALS.
           PERFORM FIND-GL-DEPT-ENTRY
           IF GL-DEPT-FOUND THEN
               ADD GROSS-PAY TO GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX)
           END-IF
           .
       FIND-GL-DEPT-ENTRY.
           SET GL-DEPT-NOT-FOUND TO TRUE
           SET GL-DEPT-IDX TO 1
           PERFORM TEST-GL-DEPT-ENTRY
               WITH TEST BEFORE
               UNTIL GL-DEPT-FOUND OR GL-DEPT-IDX > GL-DEPT-COUNT
           IF GL-DEPT-NOT-FOUND THEN
               PERFORM ADD-GL-DEPT-ENTRY
           END-IF
           .
       TEST-GL-DEPT-ENTRY.
           IF GL-DEPT-CODE(GL-DEPT-IDX) = EM-DEPARTMENT
                   AND GL-DEPT-COMPANY(GL-DEPT-IDX) = PAY-COMPANY-CODE
                   THEN
               SET GL-DEPT-FOUND TO TRUE
           ELSE
               SET GL-DEPT-IDX UP BY 1
           END-IF
           .
       ADD-GL-DEPT-ENTRY.
           IF GL-DEPT-COUNT < 20 THEN
               ADD 1 TO GL-DEPT-COUNT
               SET GL-DEPT-IDX TO GL-DEPT-COUNT
               MOVE EM-DEPARTMENT TO GL-DEPT-CODE(GL-DEPT-IDX)
               MOVE PAY-COMPANY-CODE TO GL-DEPT-COMPANY(GL-DEPT-IDX)
               MOVE 0 TO GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX)
               SET GL-DEPT-FOUND TO TRUE
           ELSE
               DISPLAY "GL DEPARTMENT TABLE FULL - WAGE EXPENSE FOR "
                   "DEPARTMENT " EM-DEPARTMENT
                   " OMITTED FROM GL EXTRACT"
           END-IF
           .
       UPDATE-YTD-MASTER.
           ADD GROSS-PAY      TO YTD-GROSS-PAY
           ADD GROSS-PAY      TO YTD-TAXABLE-WAGES
           ADD FED-TAX        TO YTD-FED-TAX-WITHHELD
           ADD STATE-TAX      TO YTD-STATE-TAX-WITHHELD
           ADD SS-TAXABLE-THIS-PERIOD TO YTD-SS-WAGES
           ADD SS-TAX         TO YTD-SS-TAX-WITHHELD
           ADD GROSS-PAY      TO YTD-MEDICARE-WAGES
           ADD MEDICARE-TAX   TO YTD-MEDICARE-TAX-WITHHELD
           ADD NET-PAY        TO YTD-NET-PAY
           ADD ER-SS-TAX      TO YTD-ER-SS-TAX
           ADD ER-MEDICARE-TAX TO YTD-ER-MEDICARE-TAX
           ADD FUTA-TAXABLE-THIS-PERIOD TO YTD-FUTA-WAGES
           ADD FUTA-TAX       TO YTD-FUTA-TAX
           ADD SUTA-TAXABLE-THIS-PERIOD TO YTD-SUTA-WAGES
           ADD SUTA-TAX       TO YTD-SUTA-TAX
           IF YTD-RECORD-FOUND THEN
               REWRITE YTD-MASTER-RECORD
           ELSE
               WRITE YTD-MASTER-RECORD
               SET YTD-RECORD-FOUND TO TRUE
           END-IF
           .
      * Every deduction still open on the last day worked ends on
      * it, so PAYCHECKS would never take it again even if the
      * employee came back under the same ID.  A garnishment that
      * still carries arrears can't be collected from a final check
      * this run takes no deductions from -- the order's balance is
      * flagged for payroll to report back to the issuing agency.
       END-DATE-DEDUCTIONS.
           MOVE EM-EMPLOYEE-ID TO DED-EMPLOYEE-ID
           START DEDUCTIONS KEY IS = DED-EMPLOYEE-ID
               INVALID KEY SET DED-NO-MORE-FOR-EMPLOYEE TO TRUE
               NOT INVALID KEY SET DED-MORE-FOR-EMPLOYEE TO TRUE
           END-START
           PERFORM END-ONE-DEDUCTION
               WITH TEST BEFORE UNTIL DED-NO-MORE-FOR-EMPLOYEE
           .
       END-ONE-DEDUCTION.
           READ DEDUCTIONS NEXT RECORD
               AT END SET DED-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF DED-MORE-FOR-EMPLOYEE THEN
               IF DED-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID THEN
                   SET DED-NO-MORE-FOR-EMPLOYEE TO TRUE
               ELSE
                   IF DED-END-DATE NOT NUMERIC THEN
                       MOVE 0 TO DED-END-DATE
                   END-IF
                   IF DED-END-DATE = 0
                           OR DED-END-DATE > EM-TERM-DATE THEN
                       MOVE EM-TERM-DATE TO DED-END-DATE
                       REWRITE DEDUCTION-RECORD
                       ADD 1 TO DEDUCTIONS-ENDED-COUNT
                       MOVE SPACES TO FINAL-DETAIL-LINE
                       MOVE "DEDUCTION ENDED" TO FPD-ITEM
                       PERFORM WRITE-DEDUCTION-LINE
                   END-IF
                   IF DED-GARNISHMENT
                           AND DED-ARREARS-BALANCE NUMERIC
                           AND DED-ARREARS-BALANCE > 0 THEN
                       ADD 1 TO ARREARS-FLAG-COUNT
                       MOVE SPACES TO FINAL-DETAIL-LINE
                       MOVE "** GARNISHMENT **" TO FPD-ITEM
                       MOVE DED-ARREARS-BALANCE TO FPD-GROSS
                       MOVE "IN ARREARS" TO FPD-INSTRUMENT
                       PERFORM WRITE-DEDUCTION-LINE
                       DISPLAY "GARNISHMENT IN ARREARS - EMP ID "
                           EM-EMPLOYEE-ID " CODE " DED-CODE
                   END-IF
               END-IF
           END-IF
           .
       WRITE-DEDUCTION-LINE.
           MOVE DED-CODE        TO DN-CODE
           MOVE DED-DESCRIPTION TO DN-DESCRIPTION
           MOVE DEDUCTION-NOTE  TO FPD-NOTE
           PERFORM WRITE-DETAIL-LINE
           .
       WRITE-EMPLOYEE-LINE.
           MOVE EM-EMPLOYEE-ID   TO FPE-EMP-ID
           MOVE EM-EMPLOYEE-NAME TO FPE-NAME
           MOVE EM-STATE-CODE    TO FPE-STATE
           MOVE EM-TERM-REASON   TO FPE-REASON
           MOVE DEADLINE-DATE    TO FPE-DEADLINE
           MOVE FINAL-EMPLOYEE-LINE TO FINAL-PAY-REPORT-LINE
           WRITE FINAL-PAY-REPORT-LINE
           .
       WRITE-DETAIL-LINE.
           MOVE FINAL-DETAIL-LINE TO FINAL-PAY-REPORT-LINE
           WRITE FINAL-PAY-REPORT-LINE
           .
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO FINAL-PAY-REPORT-LINE
           WRITE FINAL-PAY-REPORT-LINE
           MOVE "TERMINATIONS PENDING" TO FCL-LABEL
           MOVE PENDING-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FINAL PAY ISSUED" TO FCL-LABEL
           MOVE FINAL-PAID-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "HELD FOR NEXT RUN" TO FCL-LABEL
           MOVE HELD-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PAST STATE DEADLINE" TO FCL-LABEL
           MOVE OVERDUE-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DEDUCTIONS END-DATED" TO FCL-LABEL
           MOVE DEDUCTIONS-ENDED-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "GARNISHMENTS IN ARREARS" TO FCL-LABEL
           MOVE ARREARS-FLAG-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PAYMENTS" TO FCL-LABEL
           MOVE REG-EMPLOYEE-COUNT TO FCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TOTAL GROSS" TO FTL-LABEL
           MOVE REG-GROSS-TOTAL TO FTL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TOTAL NET" TO FTL-LABEL
           MOVE REG-NET-PAY-TOTAL TO FTL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           .
       WRITE-COUNT-LINE.
           MOVE FINAL-COUNT-LINE TO FINAL-PAY-REPORT-LINE
           WRITE FINAL-PAY-REPORT-LINE
           .
       WRITE-TOTAL-LINE.
           MOVE FINAL-TOTAL-LINE TO FINAL-PAY-REPORT-LINE
           WRITE FINAL-PAY-REPORT-LINE
           .
      * One wage-expense line per department, the company's own
      * departments only.
       WRITE-COMPANY-DEPT-LINE.
           IF GL-DEPT-COMPANY(GL-DEPT-IDX) = CT-COMPANY-CODE(CT-IDX)
               THEN
               PERFORM WRITE-GL-DEPT-LINE
           END-IF
           .
       WRITE-GL-DEPT-LINE.
           MOVE SPACES             TO GL-JOURNAL-LINE
           MOVE "5000"             TO GL-ACCOUNT-CODE
           MOVE "WAGE EXPENSE"     TO GL-ACCOUNT-NAME
           MOVE GL-DEPT-CODE(GL-DEPT-IDX) TO GL-DEPARTMENT
           MOVE GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX) TO GL-DEBIT-AMOUNT
           MOVE 0                  TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE
           .
       WRITE-GL-CREDIT-LINES.
           MOVE SPACES TO GL-JOURNAL-LINE
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

           COMPUTE ER-TAX-EXPENSE-TOTAL =
               CT-ER-SS-TAX-TOTAL(CT-IDX) + CT-ER-MEDICARE-TOTAL(CT-IDX)
               + CT-FUTA-TAX-TOTAL(CT-IDX) + CT-SUTA-TAX-TOTAL(CT-IDX)
           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "5100" TO GL-ACCOUNT-CODE
           MOVE "PAYROLL TAX EXPENSE" TO GL-ACCOUNT-NAME
           MOVE ER-TAX-EXPENSE-TOTAL TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

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
      * One balanced journal per company paid this run.
       WRITE-GL-EXTRACT.
           PERFORM WRITE-COMPANY-GL-ENTRY
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           .
       WRITE-COMPANY-GL-ENTRY.
           IF CT-EMPLOYEE-COUNT(CT-IDX) > 0 THEN
               PERFORM WRITE-COMPANY-DEPT-LINE
                   VARYING GL-DEPT-IDX FROM 1 BY 1
                   UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
               PERFORM WRITE-GL-CREDIT-LINES
           END-IF
           .
      * Every journal line carries the company it posts to.
       WRITE-GL-JOURNAL-LINE.
           MOVE CT-COMPANY-CODE(CT-IDX) TO GL-COMPANY-CODE
           MOVE GL-JOURNAL-LINE TO GL-EXTRACT-LINE
           WRITE GL-EXTRACT-LINE
           .
      * The bank file proper: the file header, one batch per company
      * with entries in the work file, and the file control -- built
      * the same way as PAYCHECKS' WRITE-ACH-FILE.
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
           MOVE ACH-TOTAL-CREDIT TO NFC-TOTAL-CREDIT-AMOUNT
           MOVE NACHA-FILE-CONTROL TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           PERFORM WRITE-ACH-BLOCK-PADDING
           .
       WRITE-ACH-BLOCK-PADDING.
           COMPUTE ACH-PAD-COUNT =
               (NFC-BLOCK-COUNT * 10)
               - (ACH-ENTRY-COUNT + 2 + (2 * ACH-BATCH-COUNT))
           PERFORM WRITE-ACH-PAD-RECORD
               VARYING ACH-PAD-IDX FROM 1 BY 1
               UNTIL ACH-PAD-IDX > ACH-PAD-COUNT
           .
       WRITE-ACH-PAD-RECORD.
           MOVE ALL "9" TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           .
       CLEAN-UP.
           PERFORM WRITE-ACH-FILE.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-FINAL-CHECKPOINT.
           CLOSE EMPLOYEE-MASTER.
           CLOSE YTD-MASTER.
           CLOSE PAY-HISTORY.
           CLOSE PTO-BALANCES.
           CLOSE DEDUCTIONS.
           CLOSE PAPER-CHECK-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE GL-EXTRACT.
           CLOSE FINAL-PAY-REPORT.
           IF DA-FILE-PRESENT THEN
               CLOSE DEPOSIT-ALLOCATIONS
           END-IF
           DISPLAY "FINAL PAY RUN COMPLETE - " FINAL-PAID-COUNT
               " PAID, " HELD-COUNT " HELD, " OVERDUE-COUNT
               " PAST DEADLINE"
           .
       WRITE-FINAL-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM SAVE-CHECKPOINT-TOTALS
           SET CKPT-RUN-COMPLETE TO TRUE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
       END PROGRAM FINALPAY.
