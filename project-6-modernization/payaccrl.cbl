       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACCRL.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-OCT-15.
      * Month-end payroll accrual.  PAYCHECKS books wages to the GL in
      * the month they are paid, and the pay periods almost never end
      * on the last day of the month, so at every close some wages
      * have been earned and not yet paid.  This run estimates them,
      * with the employer taxes they will carry, and writes the
      * journal that books them at month end along with the entry
      * that reverses it on the first of the next month, when the
      * paychecks that actually pay them post through GLEXTRCT.DAT.
      *
      * The month closed is the latest month end on or before the
      * pay date on PAYCAL's run-control row -- the close is run once
      * the next payroll's calendar is keyed, and the calendar's
      * period rows say which periods were still open at month end.
      * A period row whose pay date falls after month end and whose
      * period began on or before it is earned and unpaid for the
      * calendar days from its start through month end (the whole
      * period, if it ended before month end).  The fraction of the
      * period that represents is applied to each active employee of
      * that frequency's pay for a period:
      *   - a salaried employee's period salary;
      *   - an hourly employee's average gross over the last three
      *     regular pay dates on PAY-HISTORY (voids left out);
      *   - an hourly employee with no history yet, the hourly rate
      *     for the standard hours in the period.
      * Employer Social Security, Medicare, FUTA and SUTA are figured
      * on the accrued wages at the rates PAYCHECKS uses, against the
      * wage bases the employee still has room under for the year
      * the wages will be paid in.
      *
      * The journal is by company and department, in the GL
      * extract's line layout with the entry date and company at the
      * tail, each company's lines balancing on their own: wage and
      * payroll tax expense debited, accrued wages and accrued
      * payroll taxes credited.
      * The reversing journal is the same lines with debits and
      * credits exchanged.  The derivation report shows the calendar
      * periods used and, for every employee, the basis of the pay
      * estimate, the fraction accrued and the taxes, so the auditors
      * can tie each journal line back to its parts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EM-EMPLOYEE-ID
                   FILE STATUS IS EM-FILE-STATUS.
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
           SELECT YTD-MASTER
               ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS YTD-KEY
                   FILE STATUS IS YTD-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO "TAXRATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TR-FILE-STATUS.
           SELECT ACCRUAL-JOURNAL
               ASSIGN TO "ACCRGL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSING-JOURNAL
               ASSIGN TO "ACCRREV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT
               ASSIGN TO "ACCRRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD EMPLOYEE-MASTER.
               COPY EMPMAST.
           FD PAY-CALENDAR.
               COPY PAYCAL.
           FD PAY-HISTORY.
               COPY PAYHIST.
           FD YTD-MASTER.
               COPY YTDFIL.
           FD TAX-RATE-FILE.
               COPY TAXRATES.
           FD ACCRUAL-JOURNAL.
           01 ACCRUAL-JOURNAL-LINE     PIC X(83).
           FD REVERSING-JOURNAL.
           01 REVERSING-JOURNAL-LINE   PIC X(83).
           FD ACCRUAL-REPORT.
           01 ACCRUAL-REPORT-LINE      PIC X(120).
           FD COMPANY-FILE.
               COPY COMPANY.
       WORKING-STORAGE SECTION.
           01 END-FILE              PIC X.
               88  EOF VALUE "T".
           01 EM-FILE-STATUS        PIC X(02).
           01 PH-FILE-STATUS        PIC X(02).
           01 PH-FILE-SW            PIC X(01).
               88  PH-FILE-PRESENT      VALUE "Y".
               88  PH-FILE-ABSENT       VALUE "N".
           01 PH-SCAN-SW            PIC X(01).
               88  PH-MORE-FOR-EMPLOYEE     VALUE "Y".
               88  PH-NO-MORE-FOR-EMPLOYEE  VALUE "N".
           01 YTD-FILE-STATUS       PIC X(02).
           01 YTD-FILE-SW           PIC X(01).
               88  YTD-FILE-PRESENT     VALUE "Y".
               88  YTD-FILE-ABSENT      VALUE "N".
           01 YTD-FOUND-SW          PIC X(01).
               88  YTD-RECORD-FOUND     VALUE "Y".
               88  YTD-RECORD-NOT-FOUND VALUE "N".
           01 CAL-FILE-STATUS       PIC X(02).
           01 CAL-END-FILE          PIC X.
               88  CAL-EOF VALUE "T".
           01 RUN-PAY-DATE          PIC 9(08).
      * the month closed, and the first of the month after it -- the
      * dates the accrual and its reversal are booked on.
           01 MONTH-END-DATE.
               02  ME-YEAR          PIC 9(04).
               02  ME-MONTH         PIC 9(02).
               02  ME-DAY           PIC 9(02).
           01 MONTH-END-DATE-NUM REDEFINES MONTH-END-DATE PIC 9(08).
           01 REVERSAL-DATE         PIC 9(08).
      * the calendar's period rows, loaded once.  Each frequency's
      * rows that are open at month end add their fraction into the
      * frequency's slot; the slot also keeps the latest pay date
      * among them, whose year the accrued wages will be taxed in.
           01 CAL-PERIOD-TABLE.
               02 CAL-PERIOD-ENTRY OCCURS 40 TIMES
                       INDEXED BY CAL-IDX.
                   03 CPT-FREQUENCY        PIC X(01).
                   03 CPT-PERIOD-START     PIC 9(08).
                   03 CPT-PERIOD-END       PIC 9(08).
                   03 CPT-PAY-DATE         PIC 9(08).
           01 CAL-PERIOD-COUNT      PIC 9(02) USAGE COMP VALUE 0.
           01 FREQ-VALUES           PIC X(04) VALUE "WBSM".
           01 FREQ-CODE-TABLE REDEFINES FREQ-VALUES.
               02 FREQ-CODE         PIC X(01) OCCURS 4 TIMES.
           01 FREQ-ACCRUAL-TABLE.
               02 FREQ-ACCRUAL-ENTRY OCCURS 4 TIMES
                       INDEXED BY FREQ-IDX.
                   03 FAT-FRACTION         PIC 9(01)V9999.
                   03 FAT-ACCRUED-DAYS     PIC 9(03) USAGE COMP.
                   03 FAT-PERIOD-COUNT     PIC 9(02) USAGE COMP.
                   03 FAT-PAID-YEAR        PIC 9(04).
           01 FREQ-SUB              PIC 9(01) USAGE COMP.
           01 FREQ-FOUND-SW         PIC X(01).
               88  FREQ-FOUND           VALUE "Y".
               88  FREQ-NOT-FOUND       VALUE "N".
           01 PERIOD-ACCRUED-DAYS   PIC 9(03) USAGE COMP.
           01 PERIOD-TOTAL-DAYS     PIC 9(03) USAGE COMP.
           01 PERIOD-FRACTION       PIC 9(01)V9999.
           01 PERIOD-THROUGH-DATE   PIC 9(08).
           01 DAY-COUNT-RESULT      PIC 9(03) USAGE COMP.
      * date arithmetic -- a day at a time, the way FEDDEPST steps a
      * due date; a pay period is never more than a month long.
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
      * employer tax rates and wage bases -- the same figures
      * PAYCHECKS' COMPUTE-EMPLOYER-TAXES uses; the Social Security
      * wage base comes off TAXRATES.DAT as of month end, and SUTA is
      * the employee's company's own rate off COMPANY-FILE.
           77 Fica-tax-rate         Pic V999  Value Is .062 .
           77 Medicare-tax-rate     Pic V9999 Value Is .0145 .
           77 Futa-tax-rate         Pic V9999 Value Is .0060 .
           77 Futa-Wage-Base        Pic 9(6)V99 Value Is 7000.00 .
           77 Suta-Wage-Base        Pic 9(6)V99 Value Is 9500.00 .
           01 SS-WAGE-BASE          PIC 9(6)V99.
           01 WAGE-BASE-EFF         PIC 9(08).
           01 TR-FILE-STATUS        PIC X(02).
           01 TR-END-FILE           PIC X.
               88  TR-EOF VALUE "T".
      * the pay estimate for one employee.  The history walk keeps
      * the totals of the last three regular pay dates seen, oldest
      * dropped as a newer date comes along; two checks on one pay
      * date count as one pay.
           77 History-Pays-Averaged Pic 9(01) Value Is 3 .
           01 HIST-PAY-TABLE.
               02 HIST-PAY-ENTRY OCCURS 3 TIMES.
                   03 HPT-PAY-DATE         PIC 9(08).
                   03 HPT-GROSS            PIC 9(07)V99 USAGE COMP.
           01 HIST-PAY-COUNT        PIC 9(01) USAGE COMP.
           01 HIST-SUB              PIC 9(01) USAGE COMP.
           01 HIST-BASIS-TEXT.
               02 FILLER            PIC X(09) VALUE "HIST AVG ".
               02 HBT-PAY-COUNT     PIC 9(01).
           01 HIST-GROSS-SUM        PIC 9(08)V99 USAGE COMP.
           01 PERIOD-STANDARD-HOURS PIC 9(03)V99.
           01 PERIOD-PAY-ESTIMATE   PIC 9(07)V99 USAGE COMP.
           01 PAY-BASIS             PIC X(12).
           01 ACCRUED-WAGES         PIC 9(07)V99 USAGE COMP.
           01 YTD-SS-USED           PIC 9(08)V99 USAGE COMP.
           01 YTD-FUTA-USED         PIC 9(08)V99 USAGE COMP.
           01 YTD-SUTA-USED         PIC 9(08)V99 USAGE COMP.
           01 WAGE-ROOM             PIC S9(8)V99 USAGE COMP.
           01 TAXABLE-THIS-ACCRUAL  PIC 9(07)V99 USAGE COMP.
           01 ER-SS-TAX             PIC 9(06)V99 USAGE COMP.
           01 ER-MEDICARE-TAX       PIC 9(06)V99 USAGE COMP.
           01 FUTA-TAX              PIC 9(06)V99 USAGE COMP.
           01 SUTA-TAX              PIC 9(06)V99 USAGE COMP.
           01 ER-TAX-TOTAL          PIC 9(07)V99 USAGE COMP.
      * company and department totals for the journal; anything a
      * full table can't hold posts on its company's line with no
      * department, so each company's journal still balances.
           01 ACCR-DEPT-TOTALS.
               02 ACCR-DEPT-ENTRY OCCURS 20 TIMES
                       INDEXED BY ACCR-DEPT-IDX.
                   03 ADT-COMPANY-CODE      PIC X(02).
                   03 ADT-DEPARTMENT        PIC X(04).
                   03 ADT-WAGE-TOTAL        PIC 9(08)V99 USAGE COMP.
                   03 ADT-ER-TAX-TOTAL      PIC 9(08)V99 USAGE COMP.
           01 ACCR-DEPT-COUNT       PIC 9(02) USAGE COMP VALUE 0.
           01 ACCR-DEPT-FOUND-SW    PIC X(01).
               88  ACCR-DEPT-FOUND      VALUE "Y".
               88  ACCR-DEPT-NOT-FOUND  VALUE "N".
      * the companies accrued for -- each one's accrued wages and
      * taxes, for its own balanced journal.
           01 CO-FILE-STATUS        PIC X(02).
           01 CO-END-FILE           PIC X.
               88  CO-EOF VALUE "T".
           77 Original-company      Pic X(02) Value Is "01" .
           01 PAY-COMPANY-CODE      PIC X(02).
           01 COMPANY-FOUND-SW      PIC X(01).
               88  COMPANY-FOUND        VALUE "Y".
               88  COMPANY-NOT-FOUND    VALUE "N".
           01 COMPANY-TABLE.
               02 CT-ENTRY OCCURS 10 TIMES
                       INDEXED BY CT-IDX.
                   03 CT-COMPANY-CODE       PIC X(02).
                   03 CT-SUTA-RATE          PIC V9999.
                   03 CT-WAGE-TOTAL         PIC 9(09)V99 USAGE COMP.
                   03 CT-ER-TAX-TOTAL       PIC 9(09)V99 USAGE COMP.
           01 CT-COUNT              PIC 9(02) USAGE COMP VALUE 0.
           01 DEPT-WAGE-SUM         PIC 9(09)V99 USAGE COMP VALUE 0.
           01 DEPT-ER-TAX-SUM       PIC 9(09)V99 USAGE COMP VALUE 0.
           01 UNASSIGNED-AMOUNT     PIC 9(09)V99 USAGE COMP.
           01 ACCRUED-EMPLOYEE-COUNT PIC 9(06) USAGE COMP VALUE 0.
           01 ACCRUED-WAGE-TOTAL    PIC 9(09)V99 USAGE COMP VALUE 0.
           01 ER-SS-GRAND-TOTAL     PIC 9(08)V99 USAGE COMP VALUE 0.
           01 ER-MEDICARE-GRAND-TOTAL PIC 9(08)V99 USAGE COMP VALUE 0.
           01 FUTA-GRAND-TOTAL      PIC 9(08)V99 USAGE COMP VALUE 0.
           01 SUTA-GRAND-TOTAL      PIC 9(08)V99 USAGE COMP VALUE 0.
           01 ER-TAX-GRAND-TOTAL    PIC 9(09)V99 USAGE COMP VALUE 0.
      * the journal line -- GLEXTRCT.DAT's layout, department-level
      * (no cost center or project), company code and all, with the
      * date the entry is to be booked on after it at the tail.  The
      * reversing journal swaps the debit and credit columns.
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
               02 GL-COST-CENTER       PIC X(06).
               02 FILLER               PIC X(01).
               02 GL-PROJECT           PIC X(06).
               02 FILLER               PIC X(01).
               02 GL-COMPANY-CODE      PIC X(02).
               02 GL-ENTRY-DATE        PIC 9(08).
           01 GL-LINE-AMOUNT        PIC 9(09)V99 USAGE COMP.
           01 GL-SIDE-SW            PIC X(01).
               88  GL-DEBIT-SIDE        VALUE "D".
               88  GL-CREDIT-SIDE       VALUE "C".
      * the derivation report.
           01 ACCRUAL-HEADING-LINE.
               02 FILLER               PIC X(34)
                   VALUE "PAYROLL ACCRUAL - MONTH ENDING ".
               02 AHL-MONTH-END        PIC 9(08).
               02 FILLER               PIC X(14)
                   VALUE "  REVERSES ON ".
               02 AHL-REVERSAL-DATE    PIC 9(08).
           01 CALENDAR-HEADING-LINE    PIC X(60)
                   VALUE "CALENDAR PERIODS OPEN AT MONTH END".
           01 CALENDAR-DETAIL-LINE.
               02 FILLER               PIC X(05) VALUE "FREQ ".
               02 CDL-FREQUENCY        PIC X(01).
               02 FILLER               PIC X(09) VALUE "  PERIOD ".
               02 CDL-PERIOD-START     PIC 9(08).
               02 FILLER               PIC X(04) VALUE " TO ".
               02 CDL-PERIOD-END       PIC 9(08).
               02 FILLER               PIC X(06) VALUE "  PAID".
               02 FILLER               PIC X(01).
               02 CDL-PAY-DATE         PIC 9(08).
               02 FILLER               PIC X(02).
               02 CDL-ACCRUED-DAYS     PIC ZZ9.
               02 FILLER               PIC X(09) VALUE " DAYS OF ".
               02 CDL-PERIOD-DAYS      PIC ZZ9.
               02 FILLER               PIC X(03) VALUE " = ".
               02 CDL-FRACTION         PIC 9.9999.
           01 CALENDAR-NONE-LINE.
               02 FILLER               PIC X(05) VALUE "FREQ ".
               02 CNL-FREQUENCY        PIC X(01).
               02 FILLER               PIC X(40)
                   VALUE "  NO PERIOD OPEN AT MONTH END ON PAYCAL".
           01 ACCRUAL-COLUMN-LINE.
               02 FILLER               PIC X(40)
                   VALUE "ID    NAME                      DEPT F B".
               02 FILLER               PIC X(40)
                   VALUE "ASIS        PERIOD PAY  FRACT      ACCRU".
               02 FILLER               PIC X(40)
                   VALUE "ED     ER SS   ER MED     FUTA     SUTA".
           01 ACCRUAL-DETAIL-LINE.
               02 ADL-EMP-ID           PIC X(05).
               02 FILLER               PIC X(01).
               02 ADL-NAME             PIC X(25).
               02 FILLER               PIC X(01).
               02 ADL-DEPARTMENT       PIC X(04).
               02 FILLER               PIC X(01).
               02 ADL-FREQUENCY        PIC X(01).
               02 FILLER               PIC X(01).
               02 ADL-BASIS            PIC X(12).
               02 FILLER               PIC X(01).
               02 ADL-PERIOD-PAY       PIC $$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 ADL-FRACTION         PIC 9.9999.
               02 FILLER               PIC X(01).
               02 ADL-ACCRUED-WAGES    PIC $$$$,$$9.99.
               02 FILLER               PIC X(01).
               02 ADL-ER-SS            PIC ZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 ADL-ER-MEDICARE      PIC Z,ZZ9.99.
               02 FILLER               PIC X(01).
               02 ADL-FUTA             PIC Z,ZZ9.99.
               02 FILLER               PIC X(01).
               02 ADL-SUTA             PIC Z,ZZ9.99.
           01 DEPT-TOTAL-LINE.
               02 FILLER               PIC X(11) VALUE "DEPARTMENT ".
               02 DTL-DEPARTMENT       PIC X(04).
               02 FILLER               PIC X(08) VALUE "  WAGES ".
               02 DTL-WAGES            PIC $$$,$$$,$$9.99.
               02 FILLER               PIC X(12) VALUE "  ER TAXES ".
               02 DTL-ER-TAX           PIC $$$,$$$,$$9.99.
               02 FILLER               PIC X(10) VALUE "  COMPANY ".
               02 DTL-COMPANY          PIC X(02).
           01 ACCRUAL-TOTAL-LINE.
               02 ATL-LABEL            PIC X(30).
               02 ATL-AMOUNT           PIC $$$,$$$,$$9.99.
           01 ACCRUAL-COUNT-LINE.
               02 ACL-LABEL            PIC X(30).
               02 ACL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-MASTER-RECORD WITH TEST BEFORE UNTIL EOF.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM LOAD-PAY-CALENDAR.
           PERFORM FIGURE-MONTH-END.
           PERFORM LOAD-WAGE-BASE.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EM-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN EMPMAST.DAT - STATUS "
                   EM-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
      * no history yet just means every hourly estimate comes off
      * the rate, and no YTD file means every wage base has full room.
           SET PH-FILE-PRESENT TO TRUE.
           OPEN INPUT PAY-HISTORY.
           IF PH-FILE-STATUS NOT = "00" THEN
               SET PH-FILE-ABSENT TO TRUE
           END-IF.
           SET YTD-FILE-PRESENT TO TRUE.
           OPEN INPUT YTD-MASTER.
           IF YTD-FILE-STATUS NOT = "00" THEN
               SET YTD-FILE-ABSENT TO TRUE
           END-IF.
           OPEN OUTPUT ACCRUAL-JOURNAL.
           OPEN OUTPUT REVERSING-JOURNAL.
           OPEN OUTPUT ACCRUAL-REPORT.
           MOVE MONTH-END-DATE-NUM TO AHL-MONTH-END.
           MOVE REVERSAL-DATE TO AHL-REVERSAL-DATE.
           MOVE ACCRUAL-HEADING-LINE TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
           PERFORM FIGURE-FREQUENCY-FRACTIONS.
           MOVE ACCRUAL-COLUMN-LINE TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
       LOAD-PAY-CALENDAR.
           MOVE 0 TO RUN-PAY-DATE
           OPEN INPUT PAY-CALENDAR
           IF CAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN PAYCAL.DAT - STATUS "
                   CAL-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-CALENDAR-ROW
               WITH TEST BEFORE UNTIL CAL-EOF
           CLOSE PAY-CALENDAR
           IF RUN-PAY-DATE = 0 THEN
               DISPLAY "PAYCAL.DAT RUN CONTROL ROW MISSING - RUN "
                   "ABORTED"
               STOP RUN
           END-IF
           .
      * A period row with dates that aren't digits, or that end
      * before they start, is passed over rather than let it into
      * the day count.
       LOAD-ONE-CALENDAR-ROW.
           READ PAY-CALENDAR
               AT END MOVE "T" TO CAL-END-FILE
           END-READ
           IF NOT CAL-EOF THEN
               EVALUATE TRUE
                   WHEN PC-RUN-CONTROL
                       IF PC-PAY-DATE NUMERIC THEN
                           MOVE PC-PAY-DATE TO RUN-PAY-DATE
                       END-IF
                   WHEN PC-PERIOD-ENTRY
                       IF PC-PERIOD-START NUMERIC
                               AND PC-PERIOD-END NUMERIC
                               AND PC-PAY-DATE NUMERIC
                               AND PC-PERIOD-START > 0
                               AND PC-PERIOD-END >= PC-PERIOD-START
                           PERFORM ADD-CALENDAR-PERIOD
                       ELSE
                           DISPLAY "PAYCAL.DAT PERIOD ROW REJECTED - "
                               "FREQUENCY " PC-FREQUENCY
                               " PAY DATE " PC-PAY-DATE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       ADD-CALENDAR-PERIOD.
           IF CAL-PERIOD-COUNT < 40 THEN
               ADD 1 TO CAL-PERIOD-COUNT
               SET CAL-IDX TO CAL-PERIOD-COUNT
               MOVE PC-FREQUENCY    TO CPT-FREQUENCY(CAL-IDX)
               MOVE PC-PERIOD-START TO CPT-PERIOD-START(CAL-IDX)
               MOVE PC-PERIOD-END   TO CPT-PERIOD-END(CAL-IDX)
               MOVE PC-PAY-DATE     TO CPT-PAY-DATE(CAL-IDX)
           ELSE
               DISPLAY "CALENDAR PERIOD TABLE FULL - PAY DATE "
                   PC-PAY-DATE " OMITTED"
           END-IF
           .
      * The latest month end on or before the run-control pay date:
      * the pay date itself when it is the last day of its month,
      * otherwise the last day of the month before.  The reversal is
      * booked the day after.
       FIGURE-MONTH-END.
           MOVE RUN-PAY-DATE TO WORK-DATE-NUM
           PERFORM SET-MONTH-LENGTH
           IF WD-DAY NOT = MONTH-LENGTH THEN
               IF WD-MONTH = 1 THEN
                   MOVE 12 TO WD-MONTH
                   SUBTRACT 1 FROM WD-YEAR
               ELSE
                   SUBTRACT 1 FROM WD-MONTH
               END-IF
               PERFORM SET-MONTH-LENGTH
               MOVE MONTH-LENGTH TO WD-DAY
           END-IF
           MOVE WORK-DATE-NUM TO MONTH-END-DATE-NUM
           PERFORM ADVANCE-ONE-DAY
           MOVE WORK-DATE-NUM TO REVERSAL-DATE
           .
      * Only the Social Security wage base is needed off the rate
      * file -- the latest one in force at month end.
       LOAD-WAGE-BASE.
           MOVE 0 TO SS-WAGE-BASE
           MOVE 0 TO WAGE-BASE-EFF
           OPEN INPUT TAX-RATE-FILE
           IF TR-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN TAXRATES.DAT - STATUS "
                   TR-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-RATE-ROW
               WITH TEST BEFORE UNTIL TR-EOF
           CLOSE TAX-RATE-FILE
           IF WAGE-BASE-EFF = 0 THEN
               DISPLAY "TAXRATES.DAT HAS NO WAGE BASE IN FORCE ON "
                   MONTH-END-DATE-NUM " - RUN ABORTED"
               STOP RUN
           END-IF
           .
       LOAD-ONE-RATE-ROW.
           READ TAX-RATE-FILE
               AT END MOVE "T" TO TR-END-FILE
           END-READ
           IF NOT TR-EOF THEN
               IF TR-WAGE-BASE-ROW
                       AND TR-EFFECTIVE-DATE NUMERIC
                       AND TR-EFFECTIVE-DATE <= MONTH-END-DATE-NUM
                       AND TR-EFFECTIVE-DATE >= WAGE-BASE-EFF
                       AND TRB-SS-WAGE-BASE NUMERIC THEN
                   MOVE TRB-SS-WAGE-BASE TO SS-WAGE-BASE
                   MOVE TR-EFFECTIVE-DATE TO WAGE-BASE-EFF
               END-IF
           END-IF
           .
      * Work out, once per frequency, what fraction of a period's pay
      * was earned and unpaid at month end, listing each calendar
      * period that contributes to it on the report.
       FIGURE-FREQUENCY-FRACTIONS.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE CALENDAR-HEADING-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           PERFORM CLEAR-ONE-FREQUENCY
               VARYING FREQ-IDX FROM 1 BY 1 UNTIL FREQ-IDX > 4
           PERFORM APPLY-ONE-CALENDAR-PERIOD
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-PERIOD-COUNT
           PERFORM REPORT-EMPTY-FREQUENCY
               VARYING FREQ-IDX FROM 1 BY 1 UNTIL FREQ-IDX > 4
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           .
       CLEAR-ONE-FREQUENCY.
           MOVE 0 TO FAT-FRACTION(FREQ-IDX)
           MOVE 0 TO FAT-ACCRUED-DAYS(FREQ-IDX)
           MOVE 0 TO FAT-PERIOD-COUNT(FREQ-IDX)
           MOVE 0 TO FAT-PAID-YEAR(FREQ-IDX)
           .
       APPLY-ONE-CALENDAR-PERIOD.
           IF CPT-PAY-DATE(CAL-IDX) > MONTH-END-DATE-NUM
                   AND CPT-PERIOD-START(CAL-IDX) <= MONTH-END-DATE-NUM
               PERFORM FIND-FREQUENCY-SLOT
               IF FREQ-FOUND THEN
                   PERFORM FIGURE-PERIOD-FRACTION
               END-IF
           END-IF
           .
       FIND-FREQUENCY-SLOT.
           SET FREQ-NOT-FOUND TO TRUE
           PERFORM TEST-FREQUENCY-SLOT
               VARYING FREQ-SUB FROM 1 BY 1
               UNTIL FREQ-SUB > 4 OR FREQ-FOUND
           .
       TEST-FREQUENCY-SLOT.
           IF FREQ-CODE(FREQ-SUB) = CPT-FREQUENCY(CAL-IDX) THEN
               SET FREQ-FOUND TO TRUE
               SET FREQ-IDX TO FREQ-SUB
           END-IF
           .
      * Days are counted inclusive of both ends: a period from the
      * 25th to the 31st is seven days, all of them accrued when the
      * month ends on the 31st.
       FIGURE-PERIOD-FRACTION.
           IF CPT-PERIOD-END(CAL-IDX) < MONTH-END-DATE-NUM THEN
               MOVE CPT-PERIOD-END(CAL-IDX) TO PERIOD-THROUGH-DATE
           ELSE
               MOVE MONTH-END-DATE-NUM TO PERIOD-THROUGH-DATE
           END-IF
           PERFORM COUNT-PERIOD-DAYS
           MOVE DAY-COUNT-RESULT TO PERIOD-ACCRUED-DAYS
           MOVE CPT-PERIOD-END(CAL-IDX) TO PERIOD-THROUGH-DATE
           PERFORM COUNT-PERIOD-DAYS
           MOVE DAY-COUNT-RESULT TO PERIOD-TOTAL-DAYS
           COMPUTE PERIOD-FRACTION ROUNDED =
               PERIOD-ACCRUED-DAYS / PERIOD-TOTAL-DAYS
           ADD PERIOD-FRACTION TO FAT-FRACTION(FREQ-IDX)
           ADD PERIOD-ACCRUED-DAYS TO FAT-ACCRUED-DAYS(FREQ-IDX)
           ADD 1 TO FAT-PERIOD-COUNT(FREQ-IDX)
           MOVE CPT-PAY-DATE(CAL-IDX) TO WORK-DATE-NUM
           IF WD-YEAR > FAT-PAID-YEAR(FREQ-IDX) THEN
               MOVE WD-YEAR TO FAT-PAID-YEAR(FREQ-IDX)
           END-IF
           MOVE CPT-FREQUENCY(CAL-IDX)    TO CDL-FREQUENCY
           MOVE CPT-PERIOD-START(CAL-IDX) TO CDL-PERIOD-START
           MOVE CPT-PERIOD-END(CAL-IDX)   TO CDL-PERIOD-END
           MOVE CPT-PAY-DATE(CAL-IDX)     TO CDL-PAY-DATE
           MOVE PERIOD-ACCRUED-DAYS       TO CDL-ACCRUED-DAYS
           MOVE PERIOD-TOTAL-DAYS         TO CDL-PERIOD-DAYS
           MOVE PERIOD-FRACTION           TO CDL-FRACTION
           MOVE CALENDAR-DETAIL-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           .
      * Count the days from the period start through
      * PERIOD-THROUGH-DATE; the count stops at 366 so a mis-keyed
      * year can't run away with the job.
       COUNT-PERIOD-DAYS.
           MOVE CPT-PERIOD-START(CAL-IDX) TO WORK-DATE-NUM
           MOVE 1 TO DAY-COUNT-RESULT
           PERFORM COUNT-ONE-DAY
               WITH TEST BEFORE
               UNTIL WORK-DATE-NUM >= PERIOD-THROUGH-DATE
                   OR DAY-COUNT-RESULT > 366
           .
       COUNT-ONE-DAY.
           PERFORM ADVANCE-ONE-DAY
           ADD 1 TO DAY-COUNT-RESULT
           .
       REPORT-EMPTY-FREQUENCY.
           IF FAT-PERIOD-COUNT(FREQ-IDX) = 0 THEN
               SET FREQ-SUB TO FREQ-IDX
               MOVE FREQ-CODE(FREQ-SUB) TO CNL-FREQUENCY
               MOVE CALENDAR-NONE-LINE TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
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
      * Every company accrued for, with its totals zeroed -- the same
      * load PAYCHECKS does, and the same stop when there is none.
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
                   MOVE CO-SUTA-RATE    TO CT-SUTA-RATE(CT-IDX)
                   MOVE 0 TO CT-WAGE-TOTAL(CT-IDX)
                   MOVE 0 TO CT-ER-TAX-TOTAL(CT-IDX)
               ELSE
                   DISPLAY "COMPANY TABLE FULL - COMPANY "
                       CO-COMPANY-CODE " NOT LOADED"
               END-IF
           END-IF
           .
      * The company the employee is paid under -- a master record
      * FILECONV hasn't carried forward belongs to the original one.
       FIND-EMPLOYEE-COMPANY.
           IF EM-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO PAY-COMPANY-CODE
           ELSE
               MOVE EM-COMPANY-CODE TO PAY-COMPANY-CODE
           END-IF
           SET COMPANY-NOT-FOUND TO TRUE
           SET CT-IDX TO 1
           SEARCH CT-ENTRY
               AT END CONTINUE
               WHEN CT-COMPANY-CODE(CT-IDX) = PAY-COMPANY-CODE
                   SET COMPANY-FOUND TO TRUE
           END-SEARCH
           .
      * Every active employee whose frequency has an open period at
      * month end is accrued.  A terminated employee's last wages are
      * FINALPAY's to pay and are not estimated here.
       PROCESS-MASTER-RECORD.
           READ EMPLOYEE-MASTER
               AT END MOVE "T" TO END-FILE
           END-READ
           IF NOT EOF THEN
               IF EM-ACTIVE THEN
                   PERFORM FIND-EMPLOYEE-FREQUENCY
                   PERFORM FIND-EMPLOYEE-COMPANY
                   EVALUATE TRUE
                       WHEN FREQ-NOT-FOUND
                           DISPLAY "EMP ID " EM-EMPLOYEE-ID
                               " HAS NO VALID PAY FREQUENCY - NOT "
                               "ACCRUED"
                       WHEN COMPANY-NOT-FOUND
                           DISPLAY "EMP ID " EM-EMPLOYEE-ID
                               " COMPANY " PAY-COMPANY-CODE
                               " NOT ON COMPANY FILE - NOT ACCRUED"
                       WHEN FAT-PERIOD-COUNT(FREQ-IDX) > 0
                           PERFORM ACCRUE-EMPLOYEE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .
       FIND-EMPLOYEE-FREQUENCY.
           SET FREQ-NOT-FOUND TO TRUE
           PERFORM TEST-EMPLOYEE-FREQUENCY
               VARYING FREQ-SUB FROM 1 BY 1
               UNTIL FREQ-SUB > 4 OR FREQ-FOUND
           .
       TEST-EMPLOYEE-FREQUENCY.
           IF FREQ-CODE(FREQ-SUB) = EM-PAY-FREQUENCY THEN
               SET FREQ-FOUND TO TRUE
               SET FREQ-IDX TO FREQ-SUB
           END-IF
           .
       ACCRUE-EMPLOYEE.
           PERFORM ESTIMATE-PERIOD-PAY
           COMPUTE ACCRUED-WAGES ROUNDED =
               PERIOD-PAY-ESTIMATE * FAT-FRACTION(FREQ-IDX)
           IF ACCRUED-WAGES > 0 THEN
               PERFORM FIGURE-EMPLOYER-TAXES
               PERFORM ACCUMULATE-DEPT-TOTALS
               ADD 1 TO ACCRUED-EMPLOYEE-COUNT
               ADD ACCRUED-WAGES   TO ACCRUED-WAGE-TOTAL
               ADD ER-SS-TAX       TO ER-SS-GRAND-TOTAL
               ADD ER-MEDICARE-TAX TO ER-MEDICARE-GRAND-TOTAL
               ADD FUTA-TAX        TO FUTA-GRAND-TOTAL
               ADD SUTA-TAX        TO SUTA-GRAND-TOTAL
               ADD ER-TAX-TOTAL    TO ER-TAX-GRAND-TOTAL
               ADD ACCRUED-WAGES   TO CT-WAGE-TOTAL(CT-IDX)
               ADD ER-TAX-TOTAL    TO CT-ER-TAX-TOTAL(CT-IDX)
           ELSE
               MOVE 0 TO ER-SS-TAX
               MOVE 0 TO ER-MEDICARE-TAX
               MOVE 0 TO FUTA-TAX
               MOVE 0 TO SUTA-TAX
           END-IF
           PERFORM WRITE-ACCRUAL-DETAIL
           .
      * A salaried employee's period salary; an hourly employee's
      * recent regular pay off PAY-HISTORY, or failing any, the rate
      * for the standard hours in the period.
       ESTIMATE-PERIOD-PAY.
           MOVE 0 TO PERIOD-PAY-ESTIMATE
           IF EM-SALARIED-EMPLOYEE THEN
               MOVE EM-PERIOD-SALARY TO PERIOD-PAY-ESTIMATE
               MOVE "SALARY" TO PAY-BASIS
           ELSE
               PERFORM SCAN-RECENT-HISTORY
               IF HIST-PAY-COUNT > 0 THEN
                   COMPUTE PERIOD-PAY-ESTIMATE ROUNDED =
                       HIST-GROSS-SUM / HIST-PAY-COUNT
                   MOVE HIST-PAY-COUNT TO HBT-PAY-COUNT
                   MOVE HIST-BASIS-TEXT TO PAY-BASIS
               ELSE
                   EVALUATE TRUE
                       WHEN EM-BIWEEKLY
                           MOVE 80.00  TO PERIOD-STANDARD-HOURS
                       WHEN EM-SEMIMONTHLY
                           MOVE 86.67  TO PERIOD-STANDARD-HOURS
                       WHEN EM-MONTHLY
                           MOVE 173.33 TO PERIOD-STANDARD-HOURS
                       WHEN OTHER
                           MOVE 40.00  TO PERIOD-STANDARD-HOURS
                   END-EVALUATE
                   COMPUTE PERIOD-PAY-ESTIMATE ROUNDED =
                       EM-AUTH-PAY-RATE * PERIOD-STANDARD-HOURS
                   MOVE "RATE X HOURS" TO PAY-BASIS
               END-IF
           END-IF
           .
      * The employee's history reads in pay-date order, so the table
      * ends up holding the latest regular pay dates on or before
      * month end.
       SCAN-RECENT-HISTORY.
           MOVE 0 TO HIST-PAY-COUNT
           MOVE 0 TO HIST-GROSS-SUM
           IF PH-FILE-PRESENT THEN
               MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE 0 TO PH-PAY-DATE
               MOVE 0 TO PH-PAYMENT-SEQ
               START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
                   NOT INVALID KEY SET PH-MORE-FOR-EMPLOYEE TO TRUE
               END-START
               PERFORM SCAN-ONE-HISTORY-RECORD
                   WITH TEST BEFORE UNTIL PH-NO-MORE-FOR-EMPLOYEE
               PERFORM SUM-ONE-HISTORY-PAY
                   VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > HIST-PAY-COUNT
           END-IF
           .
       SCAN-ONE-HISTORY-RECORD.
           READ PAY-HISTORY NEXT RECORD
               AT END SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF PH-MORE-FOR-EMPLOYEE THEN
               IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                       OR PH-PAY-DATE > MONTH-END-DATE-NUM THEN
                   SET PH-NO-MORE-FOR-EMPLOYEE TO TRUE
               ELSE
                   IF PH-REGULAR-PAYROLL AND PH-PAYMENT-OPEN THEN
                       PERFORM KEEP-HISTORY-PAY
                   END-IF
               END-IF
           END-IF
           .
       KEEP-HISTORY-PAY.
           IF HIST-PAY-COUNT > 0 THEN
               IF PH-PAY-DATE = HPT-PAY-DATE(HIST-PAY-COUNT) THEN
                   ADD PH-GROSS-PAY TO HPT-GROSS(HIST-PAY-COUNT)
               ELSE
                   PERFORM ADD-HISTORY-PAY
               END-IF
           ELSE
               PERFORM ADD-HISTORY-PAY
           END-IF
           .
       ADD-HISTORY-PAY.
           IF HIST-PAY-COUNT < History-Pays-Averaged THEN
               ADD 1 TO HIST-PAY-COUNT
           ELSE
               MOVE HIST-PAY-ENTRY(2) TO HIST-PAY-ENTRY(1)
               MOVE HIST-PAY-ENTRY(3) TO HIST-PAY-ENTRY(2)
           END-IF
           MOVE PH-PAY-DATE  TO HPT-PAY-DATE(HIST-PAY-COUNT)
           MOVE PH-GROSS-PAY TO HPT-GROSS(HIST-PAY-COUNT)
           .
       SUM-ONE-HISTORY-PAY.
           ADD HPT-GROSS(HIST-SUB) TO HIST-GROSS-SUM
           .
      * Employer taxes on the accrued wages, each held to the room
      * left under its wage base for the year the wages will be paid
      * in -- YTD counts only when it is for that same year, and
      * only the employee's YTD under their present company.
       FIGURE-EMPLOYER-TAXES.
           MOVE 0 TO YTD-SS-USED
           MOVE 0 TO YTD-FUTA-USED
           MOVE 0 TO YTD-SUTA-USED
           IF YTD-FILE-PRESENT THEN
               MOVE EM-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
               MOVE PAY-COMPANY-CODE TO YTD-COMPANY-CODE
               READ YTD-MASTER
                   INVALID KEY SET YTD-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY SET YTD-RECORD-FOUND TO TRUE
               END-READ
               IF YTD-RECORD-FOUND
                       AND YTD-TAX-YEAR = FAT-PAID-YEAR(FREQ-IDX) THEN
                   MOVE YTD-SS-WAGES   TO YTD-SS-USED
                   MOVE YTD-FUTA-WAGES TO YTD-FUTA-USED
                   MOVE YTD-SUTA-WAGES TO YTD-SUTA-USED
               END-IF
           END-IF
           COMPUTE WAGE-ROOM = SS-WAGE-BASE - YTD-SS-USED
           PERFORM LIMIT-TO-WAGE-ROOM
           MULTIPLY TAXABLE-THIS-ACCRUAL BY FICA-TAX-RATE
               GIVING ER-SS-TAX ROUNDED
           MULTIPLY ACCRUED-WAGES BY MEDICARE-TAX-RATE
               GIVING ER-MEDICARE-TAX ROUNDED
           COMPUTE WAGE-ROOM = FUTA-WAGE-BASE - YTD-FUTA-USED
           PERFORM LIMIT-TO-WAGE-ROOM
           MULTIPLY TAXABLE-THIS-ACCRUAL BY FUTA-TAX-RATE
               GIVING FUTA-TAX ROUNDED
           COMPUTE WAGE-ROOM = SUTA-WAGE-BASE - YTD-SUTA-USED
           PERFORM LIMIT-TO-WAGE-ROOM
           MULTIPLY TAXABLE-THIS-ACCRUAL BY CT-SUTA-RATE(CT-IDX)
               GIVING SUTA-TAX ROUNDED
           COMPUTE ER-TAX-TOTAL =
               ER-SS-TAX + ER-MEDICARE-TAX + FUTA-TAX + SUTA-TAX
           .
       LIMIT-TO-WAGE-ROOM.
           IF WAGE-ROOM < 0 THEN
               MOVE 0 TO WAGE-ROOM
           END-IF
           IF ACCRUED-WAGES > WAGE-ROOM THEN
               MOVE WAGE-ROOM TO TAXABLE-THIS-ACCRUAL
           ELSE
               MOVE ACCRUED-WAGES TO TAXABLE-THIS-ACCRUAL
           END-IF
           .
       ACCUMULATE-DEPT-TOTALS.
           SET ACCR-DEPT-NOT-FOUND TO TRUE
           SET ACCR-DEPT-IDX TO 1
           SEARCH ACCR-DEPT-ENTRY
               AT END CONTINUE
               WHEN ACCR-DEPT-IDX > ACCR-DEPT-COUNT
                   CONTINUE
               WHEN ADT-DEPARTMENT(ACCR-DEPT-IDX) = EM-DEPARTMENT
                       AND ADT-COMPANY-CODE(ACCR-DEPT-IDX) =
                           PAY-COMPANY-CODE
                   SET ACCR-DEPT-FOUND TO TRUE
           END-SEARCH
           IF ACCR-DEPT-NOT-FOUND THEN
               IF ACCR-DEPT-COUNT < 20 THEN
                   ADD 1 TO ACCR-DEPT-COUNT
                   SET ACCR-DEPT-IDX TO ACCR-DEPT-COUNT
                   MOVE EM-DEPARTMENT TO ADT-DEPARTMENT(ACCR-DEPT-IDX)
                   MOVE PAY-COMPANY-CODE
                       TO ADT-COMPANY-CODE(ACCR-DEPT-IDX)
                   MOVE 0 TO ADT-WAGE-TOTAL(ACCR-DEPT-IDX)
                   MOVE 0 TO ADT-ER-TAX-TOTAL(ACCR-DEPT-IDX)
                   SET ACCR-DEPT-FOUND TO TRUE
               ELSE
                   DISPLAY "ACCRUAL DEPARTMENT TABLE FULL - DEPARTMENT "
                       EM-DEPARTMENT " POSTED WITH NO DEPARTMENT"
               END-IF
           END-IF
           IF ACCR-DEPT-FOUND THEN
               ADD ACCRUED-WAGES TO ADT-WAGE-TOTAL(ACCR-DEPT-IDX)
               ADD ER-TAX-TOTAL  TO ADT-ER-TAX-TOTAL(ACCR-DEPT-IDX)
           END-IF
           .
       WRITE-ACCRUAL-DETAIL.
           MOVE SPACES TO ACCRUAL-DETAIL-LINE
           MOVE EM-EMPLOYEE-ID        TO ADL-EMP-ID
           MOVE EM-EMPLOYEE-NAME      TO ADL-NAME
           MOVE EM-DEPARTMENT         TO ADL-DEPARTMENT
           MOVE EM-PAY-FREQUENCY      TO ADL-FREQUENCY
           MOVE PAY-BASIS             TO ADL-BASIS
           MOVE PERIOD-PAY-ESTIMATE   TO ADL-PERIOD-PAY
           MOVE FAT-FRACTION(FREQ-IDX) TO ADL-FRACTION
           MOVE ACCRUED-WAGES         TO ADL-ACCRUED-WAGES
           MOVE ER-SS-TAX             TO ADL-ER-SS
           MOVE ER-MEDICARE-TAX       TO ADL-ER-MEDICARE
           MOVE FUTA-TAX              TO ADL-FUTA
           MOVE SUTA-TAX              TO ADL-SUTA
           MOVE ACCRUAL-DETAIL-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           .
      * The journal and its reversal, a balanced set of lines per
      * company: expense debits by department, then the two
      * accrued-liability credits.  The reversal is the same lines
      * with the sides exchanged, booked on the first.
       WRITE-JOURNALS.
           PERFORM WRITE-COMPANY-JOURNAL
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           .
       WRITE-COMPANY-JOURNAL.
           IF CT-WAGE-TOTAL(CT-IDX) > 0 THEN
               PERFORM WRITE-COMPANY-JOURNAL-LINES
           END-IF
           .
       WRITE-COMPANY-JOURNAL-LINES.
           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE 0 TO DEPT-WAGE-SUM
           MOVE 0 TO DEPT-ER-TAX-SUM
           PERFORM WRITE-COMPANY-DEPT-LINES
               VARYING ACCR-DEPT-IDX FROM 1 BY 1
               UNTIL ACCR-DEPT-IDX > ACCR-DEPT-COUNT
           IF CT-WAGE-TOTAL(CT-IDX) > DEPT-WAGE-SUM THEN
               SUBTRACT DEPT-WAGE-SUM FROM CT-WAGE-TOTAL(CT-IDX)
                   GIVING UNASSIGNED-AMOUNT
               MOVE "5000" TO GL-ACCOUNT-CODE
               MOVE "WAGE EXPENSE" TO GL-ACCOUNT-NAME
               MOVE SPACES TO GL-DEPARTMENT
               MOVE UNASSIGNED-AMOUNT TO GL-LINE-AMOUNT
               SET GL-DEBIT-SIDE TO TRUE
               PERFORM WRITE-JOURNAL-PAIR
           END-IF
           IF CT-ER-TAX-TOTAL(CT-IDX) > DEPT-ER-TAX-SUM THEN
               SUBTRACT DEPT-ER-TAX-SUM FROM CT-ER-TAX-TOTAL(CT-IDX)
                   GIVING UNASSIGNED-AMOUNT
               MOVE "5100" TO GL-ACCOUNT-CODE
               MOVE "PAYROLL TAX EXPENSE" TO GL-ACCOUNT-NAME
               MOVE SPACES TO GL-DEPARTMENT
               MOVE UNASSIGNED-AMOUNT TO GL-LINE-AMOUNT
               SET GL-DEBIT-SIDE TO TRUE
               PERFORM WRITE-JOURNAL-PAIR
           END-IF
           MOVE "2150" TO GL-ACCOUNT-CODE
           MOVE "ACCRUED WAGES" TO GL-ACCOUNT-NAME
           MOVE SPACES TO GL-DEPARTMENT
           MOVE CT-WAGE-TOTAL(CT-IDX) TO GL-LINE-AMOUNT
           SET GL-CREDIT-SIDE TO TRUE
           PERFORM WRITE-JOURNAL-PAIR
           MOVE "2160" TO GL-ACCOUNT-CODE
           MOVE "ACCRUED PAYROLL TAX" TO GL-ACCOUNT-NAME
           MOVE SPACES TO GL-DEPARTMENT
           MOVE CT-ER-TAX-TOTAL(CT-IDX) TO GL-LINE-AMOUNT
           SET GL-CREDIT-SIDE TO TRUE
           PERFORM WRITE-JOURNAL-PAIR
           .
       WRITE-COMPANY-DEPT-LINES.
           IF ADT-COMPANY-CODE(ACCR-DEPT-IDX) =
                   CT-COMPANY-CODE(CT-IDX) THEN
               PERFORM WRITE-DEPT-JOURNAL-LINES
           END-IF
           .
       WRITE-DEPT-JOURNAL-LINES.
           MOVE "5000" TO GL-ACCOUNT-CODE
           MOVE "WAGE EXPENSE" TO GL-ACCOUNT-NAME
           MOVE ADT-DEPARTMENT(ACCR-DEPT-IDX) TO GL-DEPARTMENT
           MOVE ADT-WAGE-TOTAL(ACCR-DEPT-IDX) TO GL-LINE-AMOUNT
           SET GL-DEBIT-SIDE TO TRUE
           PERFORM WRITE-JOURNAL-PAIR
           ADD ADT-WAGE-TOTAL(ACCR-DEPT-IDX) TO DEPT-WAGE-SUM
           IF ADT-ER-TAX-TOTAL(ACCR-DEPT-IDX) > 0 THEN
               MOVE "5100" TO GL-ACCOUNT-CODE
               MOVE "PAYROLL TAX EXPENSE" TO GL-ACCOUNT-NAME
               MOVE ADT-DEPARTMENT(ACCR-DEPT-IDX) TO GL-DEPARTMENT
               MOVE ADT-ER-TAX-TOTAL(ACCR-DEPT-IDX) TO GL-LINE-AMOUNT
               SET GL-DEBIT-SIDE TO TRUE
               PERFORM WRITE-JOURNAL-PAIR
               ADD ADT-ER-TAX-TOTAL(ACCR-DEPT-IDX) TO DEPT-ER-TAX-SUM
           END-IF
           MOVE ADT-DEPARTMENT(ACCR-DEPT-IDX)   TO DTL-DEPARTMENT
           MOVE ADT-WAGE-TOTAL(ACCR-DEPT-IDX)   TO DTL-WAGES
           MOVE ADT-ER-TAX-TOTAL(ACCR-DEPT-IDX) TO DTL-ER-TAX
           MOVE ADT-COMPANY-CODE(ACCR-DEPT-IDX) TO DTL-COMPANY
           MOVE DEPT-TOTAL-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           .
      * One line to each journal -- the accrual on the side asked
      * for, dated month end; the reversal on the other, dated the
      * first of the next month.
       WRITE-JOURNAL-PAIR.
           MOVE SPACES TO GL-COST-CENTER
           MOVE SPACES TO GL-PROJECT
           MOVE MONTH-END-DATE-NUM TO GL-ENTRY-DATE
           MOVE CT-COMPANY-CODE(CT-IDX) TO GL-COMPANY-CODE
           IF GL-DEBIT-SIDE THEN
               MOVE GL-LINE-AMOUNT TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
           ELSE
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE GL-LINE-AMOUNT TO GL-CREDIT-AMOUNT
           END-IF
           MOVE GL-JOURNAL-LINE TO ACCRUAL-JOURNAL-LINE
           WRITE ACCRUAL-JOURNAL-LINE
           MOVE REVERSAL-DATE TO GL-ENTRY-DATE
           IF GL-DEBIT-SIDE THEN
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE GL-LINE-AMOUNT TO GL-CREDIT-AMOUNT
           ELSE
               MOVE GL-LINE-AMOUNT TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
           END-IF
           MOVE GL-JOURNAL-LINE TO REVERSING-JOURNAL-LINE
           WRITE REVERSING-JOURNAL-LINE
           .
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE "EMPLOYEES ACCRUED" TO ACL-LABEL
           MOVE ACCRUED-EMPLOYEE-COUNT TO ACL-COUNT
           MOVE ACCRUAL-COUNT-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE "ACCRUED WAGES" TO ATL-LABEL
           MOVE ACCRUED-WAGE-TOTAL TO ATL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "EMPLOYER SOCIAL SECURITY" TO ATL-LABEL
           MOVE ER-SS-GRAND-TOTAL TO ATL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "EMPLOYER MEDICARE" TO ATL-LABEL
           MOVE ER-MEDICARE-GRAND-TOTAL TO ATL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "FUTA" TO ATL-LABEL
           MOVE FUTA-GRAND-TOTAL TO ATL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SUTA" TO ATL-LABEL
           MOVE SUTA-GRAND-TOTAL TO ATL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ACCRUED PAYROLL TAXES" TO ATL-LABEL
           MOVE ER-TAX-GRAND-TOTAL TO ATL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           .
       WRITE-TOTAL-LINE.
           MOVE ACCRUAL-TOTAL-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           .
       CLEAN-UP.
           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
           PERFORM WRITE-JOURNALS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE EMPLOYEE-MASTER.
           IF PH-FILE-PRESENT THEN
               CLOSE PAY-HISTORY
           END-IF
           IF YTD-FILE-PRESENT THEN
               CLOSE YTD-MASTER
           END-IF
           CLOSE ACCRUAL-JOURNAL.
           CLOSE REVERSING-JOURNAL.
           CLOSE ACCRUAL-REPORT.
           DISPLAY "PAYROLL ACCRUAL COMPLETE - MONTH ENDING "
               MONTH-END-DATE-NUM " - " ACCRUED-EMPLOYEE-COUNT
               " EMPLOYEES ACCRUED"
           .
       END PROGRAM PAYACCRL.
