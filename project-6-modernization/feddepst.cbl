       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDDEPST.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-OCT-15.
      * Works out when each pay date's federal withholding has to be
      * deposited, so the deposits stop being tracked on a whiteboard
      * and the late-deposit penalties stop with them.  The deposit
      * liability for a pay date is the federal income tax withheld
      * plus both halves of Social Security and Medicare, straight
      * off PAY-HISTORY (voided payments left out, as QTR941 leaves
      * them out).  The deposit schedule comes from the lookback
      * period -- more than $50,000 of liability in the four quarters
      * ending the June 30 before last makes a semiweekly depositor,
      * anything less (or no history at all) a monthly one -- and a
      * liability that reaches $100,000 is due the next business day,
      * which also turns a monthly depositor semiweekly for the rest
      * of the year.
      *
      * Every liability in the run's quarter is kept on the keyed
      * DEPOSIT-LEDGER with its due date; deposits made are fed back
      * through DEPMADE.DAT and posted against it.  Whatever is still
      * owed goes out on the EFTPS deposit file, and the ledger report
      * lists the quarter's liabilities, what was deposited and when,
      * and -- once QTR941 has produced the quarter's Q941RPT.DAT --
      * any difference between the deposits and the 941 liability.
      * Due dates skip weekends; bank holidays are not on file, so a
      * due date landing on one is the operator's to move up.
      *
      * Each company on COMPANY-FILE deposits under its own FEIN, on
      * the schedule its own lookback period sets, so everything
      * above is worked one company at a time off the payments that
      * company made -- its own ledger records, its own batch on the
      * EFTPS file, and its own section of QTR941's report to
      * reconcile to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS PH-FILE-STATUS.
           SELECT PAY-CALENDAR
               ASSIGN TO "PAYCAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
           SELECT DEPOSIT-LEDGER
               ASSIGN TO "DEPLEDG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DL-KEY
                   FILE STATUS IS DL-FILE-STATUS.
      * OPTIONAL -- a run with no deposits to report has no file.
           SELECT OPTIONAL DEPOSITS-MADE
               ASSIGN TO "DEPMADE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DM-FILE-STATUS.
      * OPTIONAL -- QTR941 only writes it at quarter end.
           SELECT OPTIONAL QUARTERLY-REPORT
               ASSIGN TO "Q941RPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS Q9-FILE-STATUS.
           SELECT EFTPS-FILE
               ASSIGN TO "EFTPS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-REPORT
               ASSIGN TO "DEPLRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD PAY-HISTORY.
               COPY PAYHIST.
      * the pay-period calendar -- this run's pay date comes off the
      * run-control row that leads it (the date RUNPARM.DAT used to
      * carry before the calendar replaced it).
           FD PAY-CALENDAR.
               COPY PAYCAL.
           FD DEPOSIT-LEDGER.
               COPY DEPLEDG.
      * one line per deposit actually made -- the liability it pays
      * (the ledger's liability date), the date EFTPS settled it, the
      * amount, and the EFT acknowledgement number EFTPS returned --
      * and, at the tail, the company whose liability it is; a line
      * keyed without one is the original company's.
           FD DEPOSITS-MADE.
           01 DEPOSIT-MADE-RECORD.
               02 DM-LIABILITY-DATE    PIC 9(08).
               02 DM-DEPOSIT-DATE      PIC 9(08).
               02 DM-AMOUNT            PIC 9(09)V99.
               02 DM-EFT-NUMBER        PIC X(15).
               02 DM-COMPANY-CODE      PIC X(02).
      * QTR941's report, read back -- for each company a heading
      * naming the quarter, a line naming the employer, then one
      * labeled figure per line.
           FD QUARTERLY-REPORT.
           01 Q941-DETAIL-LINE.
               02 Q9-LABEL             PIC X(36).
               02 Q9-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER               PIC X(10).
           01 Q941-HEADING-LINE.
               02 Q9H-TITLE            PIC X(21).
               02 Q9H-QUARTER          PIC 9(01).
               02 FILLER               PIC X(01).
               02 Q9H-YEAR             PIC 9(04).
               02 FILLER               PIC X(33).
           01 Q941-EMPLOYER-LINE.
               02 Q9E-TAG              PIC X(05).
               02 FILLER               PIC X(45).
               02 Q9E-COMPANY-CODE     PIC X(02).
               02 FILLER               PIC X(08).
           FD EFTPS-FILE.
           01 EFTPS-LINE               PIC X(90).
           FD LEDGER-REPORT.
           01 LEDGER-REPORT-LINE       PIC X(110).
           FD COMPANY-FILE.
               COPY COMPANY.
       WORKING-STORAGE SECTION.
           01 PH-FILE-STATUS       PIC X(02).
           01 CAL-FILE-STATUS      PIC X(02).
           01 DL-FILE-STATUS       PIC X(02).
           01 DM-FILE-STATUS       PIC X(02).
           01 Q9-FILE-STATUS       PIC X(02).
           01 CAL-END-FILE         PIC X.
               88  CAL-EOF VALUE "T".
           01 END-FILE             PIC X.
               88  EOF VALUE "T".
           01 DM-END-FILE          PIC X.
               88  DM-EOF VALUE "T".
           01 Q9-END-FILE          PIC X.
               88  Q9-EOF VALUE "T".
           01 DL-SCAN-SW           PIC X(01).
               88  DL-SCAN-DONE        VALUE "Y".
               88  DL-MORE-TO-SCAN     VALUE "N".
           01 DL-RECORD-SW         PIC X(01).
               88  DL-RECORD-FOUND     VALUE "Y".
               88  DL-RECORD-NOT-FOUND VALUE "N".
           01 RUN-PAY-DATE.
               02  RUN-PAY-YEAR    PIC 9(04).
               02  RUN-PAY-MONTH   PIC 9(02).
               02  RUN-PAY-DAY     PIC 9(02).
      * the deposit thresholds -- a liability this size is due the
      * next business day, and a lookback period over the second
      * makes a semiweekly depositor.
           77 Next-day-threshold   Pic 9(06)V99 Value Is 100000.00 .
           77 Lookback-limit       Pic 9(06)V99 Value Is 50000.00 .
      * the companies deposits are made for, off COMPANY-FILE --
      * each one's taxpayer ID (the same company ID its ACH batches
      * carry) and what its pass over the history settled: the
      * lookback liability, the schedule the year started on, and
      * the day a next-day deposit turned it semiweekly.  CT-IDX is
      * the company being worked.
           01 CO-FILE-STATUS       PIC X(02).
           01 CO-END-FILE          PIC X.
               88  CO-EOF VALUE "T".
           77 Original-company     Pic X(02) Value Is "01" .
           01 PAY-COMPANY-CODE     PIC X(02).
           01 COMPANY-TABLE.
               02 CT-ENTRY OCCURS 10 TIMES
                       INDEXED BY CT-IDX.
                   03 CT-COMPANY-CODE       PIC X(02).
                   03 CT-COMPANY-NAME       PIC X(23).
                   03 CT-FEIN               PIC X(09).
                   03 CT-LOOKBACK-LIABILITY PIC 9(09)V99 USAGE COMP.
                   03 CT-SCHEDULE-NAME      PIC X(20).
                   03 CT-CONVERTED-DATE     PIC 9(08).
           01 CT-COUNT             PIC 9(02) USAGE COMP VALUE 0.
      * the quarter being worked -- derived from the run's pay date,
      * with its first and last day for the ledger selection.
           01 REPORT-QUARTER       PIC 9(01).
           01 QTR-FIRST-MONTH      PIC 9(02) USAGE COMP.
           01 QTR-LAST-MONTH       PIC 9(02) USAGE COMP.
           01 QTR-START-DATE       PIC 9(08).
           01 QTR-END-DATE         PIC 9(08).
      * the lookback period -- July 1 two years back through June 30
      * of last year -- and the liability it carried.
           01 LOOKBACK-START-DATE  PIC 9(08).
           01 LOOKBACK-END-DATE    PIC 9(08).
           01 LOOKBACK-LIABILITY   PIC 9(09)V99 USAGE COMP VALUE 0.
           01 DEPOSITOR-SCHEDULE-SW PIC X(01).
               88  MONTHLY-DEPOSITOR    VALUE "M".
               88  SEMIWEEKLY-DEPOSITOR VALUE "S".
           01 CONVERTED-DATE       PIC 9(08) VALUE 0.
      * the history record's pay date picked apart for the year
      * compare, and the one payment's deposit liability.
           01 PH-DATE-BREAKDOWN.
               02  PHD-YEAR        PIC 9(04).
               02  PHD-MONTH       PIC 9(02).
               02  PHD-DAY         PIC 9(02).
           01 PAYMENT-LIABILITY    PIC 9(07)V99 USAGE COMP.
      * every pay date of the year through the end of the quarter,
      * with the liability paid on it -- history comes in employee
      * order, so the dates are gathered here and taken back out in
      * date order for the schedule.  One slot per calendar day
      * covers any year; an empty slot carries a zero date.
           01 PAY-DATE-TABLE.
               02 PDT-ENTRY OCCURS 366 TIMES
                       INDEXED BY PDT-IDX.
                   03 PDT-PAY-DATE      PIC 9(08).
                   03 PDT-FED-TAX       PIC 9(08)V99.
                   03 PDT-SS-TAX        PIC 9(08)V99.
                   03 PDT-MEDICARE-TAX  PIC 9(08)V99.
                   03 PDT-DONE-FLAG     PIC X(01).
                       88  PDT-TAKEN        VALUE "Y".
           01 PDT-COUNT            PIC 9(04) USAGE COMP VALUE 0.
           01 NEXT-PDT             PIC 9(04) USAGE COMP.
           01 NEXT-PAY-DATE        PIC 9(08).
      * a monthly depositor's month building up -- the year and month
      * being gathered (zero when nothing is) and its taxes so far.
           01 MONTH-ACCUM-PERIOD.
               02  MA-YEAR         PIC 9(04).
               02  MA-MONTH        PIC 9(02).
           01 MONTH-ACCUM-NUM REDEFINES MONTH-ACCUM-PERIOD
                                   PIC 9(06).
           01 PAY-DATE-PERIOD      PIC 9(06).
           01 MONTH-FED-TAX        PIC 9(08)V99 USAGE COMP VALUE 0.
           01 MONTH-SS-TAX         PIC 9(08)V99 USAGE COMP VALUE 0.
           01 MONTH-MEDICARE-TAX   PIC 9(08)V99 USAGE COMP VALUE 0.
           01 MONTH-TOTAL          PIC 9(09)V99 USAGE COMP VALUE 0.
      * the one liability being put on the ledger.
           01 LIAB-DATE            PIC 9(08).
           01 LIAB-SCHEDULE        PIC X(01).
           01 LIAB-FED-TAX         PIC 9(08)V99.
           01 LIAB-SS-TAX          PIC 9(08)V99.
           01 LIAB-MEDICARE-TAX    PIC 9(08)V99.
           01 LIAB-TOTAL           PIC 9(09)V99.
           01 LIAB-DUE-DATE        PIC 9(08).
      * date arithmetic -- a date stepped forward a day at a time,
      * with the month lengths to step it by and the day of the week
      * it lands on (1 Monday through 7 Sunday), figured from a day
      * count on the Gregorian calendar.
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
           01 DN-YEAR              PIC 9(04) USAGE COMP.
           01 DN-MONTH             PIC 9(02) USAGE COMP.
           01 DN-Y4                PIC 9(04) USAGE COMP.
           01 DN-Y100              PIC 9(04) USAGE COMP.
           01 DN-Y400              PIC 9(04) USAGE COMP.
           01 DN-MONTH-OFFSET      PIC 9(04) USAGE COMP.
           01 DN-WEEKS             PIC 9(07) USAGE COMP.
           01 DN-REMAINDER         PIC 9(01) USAGE COMP.
           01 DAY-NUMBER           PIC 9(07) USAGE COMP.
           01 WEEKDAY-NUMBER       PIC 9(01).
               88  WED-THRU-FRI        VALUE 3 THRU 5.
               88  WEEKEND-DAY         VALUE 6 7.
           01 TARGET-WEEKDAY       PIC 9(01).
      * run counts and the quarter's totals.
           01 PAYMENT-COUNT        PIC 9(06) USAGE COMP VALUE 0.
           01 LIABILITY-COUNT      PIC 9(04) USAGE COMP VALUE 0.
           01 DEPOSIT-READ-COUNT   PIC 9(04) USAGE COMP VALUE 0.
           01 DEPOSIT-POSTED-COUNT PIC 9(04) USAGE COMP VALUE 0.
           01 EFTPS-COUNT          PIC 9(06) USAGE COMP VALUE 0.
           01 EFTPS-TOTAL          PIC 9(11)V99 USAGE COMP VALUE 0.
           01 EFTPS-BATCH-COUNT    PIC 9(06) USAGE COMP VALUE 0.
           01 EFTPS-BATCH-TOTAL    PIC 9(11)V99 USAGE COMP VALUE 0.
           01 EFTPS-BATCH-SW       PIC X(01).
               88  EFTPS-BATCH-IS-OPEN VALUE "Y".
               88  EFTPS-NO-BATCH-OPEN VALUE "N".
           01 QTR-LIABILITY-TOTAL  PIC 9(09)V99 USAGE COMP VALUE 0.
           01 QTR-DEPOSIT-TOTAL    PIC 9(09)V99 USAGE COMP VALUE 0.
           01 QTR-UNDEPOSITED      PIC S9(09)V99 USAGE COMP VALUE 0.
      * the 941 liability as QTR941 reported it, and the company
      * whose section of the report is being read (spaces outside
      * this quarter's sections).
           01 Q941-FED-TAX         PIC 9(09)V99 VALUE 0.
           01 Q941-SS-TAX          PIC 9(09)V99 VALUE 0.
           01 Q941-MEDICARE-TAX    PIC 9(09)V99 VALUE 0.
           01 Q941-LIABILITY       PIC 9(09)V99 VALUE 0.
           01 Q941-DIFFERENCE      PIC S9(09)V99 VALUE 0.
           01 Q941-SECTION-COMPANY PIC X(02).
           01 Q941-FOUND-SW        PIC X(01).
               88  Q941-FOUND          VALUE "Y".
               88  Q941-NOT-FOUND      VALUE "N".
      * EFTPS batch deposit records, a batch per company with
      * anything owed -- a header naming the taxpayer, one deposit
      * per liability still owed (tax type 94105, the
      * 941 deposit, for the quarter ending in the tax period month,
      * with its Social Security / Medicare / withholding split), and
      * a count-and-amount trailer.
           01 EFTPS-HEADER-LINE.
               02 FILLER               PIC X(01) VALUE "H".
               02 EFH-TIN              PIC X(09).
               02 FILLER               PIC X(01).
               02 EFH-RUN-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 FILLER               PIC X(24)
                   VALUE "FEDERAL TAX DEPOSITS 941".
           01 EFTPS-DETAIL-LINE.
               02 FILLER               PIC X(01) VALUE "D".
               02 EFD-TIN              PIC X(09).
               02 FILLER               PIC X(01).
               02 EFD-TAX-TYPE         PIC X(05) VALUE "94105".
               02 FILLER               PIC X(01).
               02 EFD-TAX-PERIOD       PIC 9(06).
               02 FILLER               PIC X(01).
               02 EFD-SETTLEMENT-DATE  PIC 9(08).
               02 FILLER               PIC X(01).
               02 EFD-AMOUNT           PIC 9(09)V99.
               02 FILLER               PIC X(01).
               02 EFD-SS-AMOUNT        PIC 9(09)V99.
               02 FILLER               PIC X(01).
               02 EFD-MEDICARE-AMOUNT  PIC 9(09)V99.
               02 FILLER               PIC X(01).
               02 EFD-WITHHOLDING-AMT  PIC 9(09)V99.
               02 FILLER               PIC X(01).
               02 EFD-LIABILITY-DATE   PIC 9(08).
           01 EFTPS-TRAILER-LINE.
               02 FILLER               PIC X(01) VALUE "T".
               02 EFT-ENTRY-COUNT      PIC 9(06).
               02 FILLER               PIC X(01).
               02 EFT-AMOUNT-TOTAL     PIC 9(11)V99.
      * the ledger report -- the deposits posted this run, then for
      * each company a heading, one line per liability in the
      * quarter, the totals and the 941 reconciliation.
           01 LEDGER-HEADING-LINE.
               02 FILLER               PIC X(31)
                   VALUE "FEDERAL TAX DEPOSIT LEDGER - Q ".
               02 LRH-QUARTER          PIC 9(01).
               02 FILLER               PIC X(01) VALUE SPACE.
               02 LRH-YEAR             PIC 9(04).
               02 FILLER               PIC X(03) VALUE " - ".
               02 LRH-SCHEDULE         PIC X(20).
               02 FILLER               PIC X(07) VALUE " - EIN ".
               02 LRH-FEIN             PIC X(09).
               02 FILLER               PIC X(01) VALUE SPACE.
               02 LRH-COMPANY-NAME     PIC X(23).
           01 DEPOSIT-POST-LINE.
               02 DPL-COMPANY-CODE     PIC X(02).
               02 FILLER               PIC X(01).
               02 DPL-LIABILITY-DATE   PIC 9(08).
               02 FILLER               PIC X(01).
               02 DPL-DEPOSIT-DATE     PIC 9(08).
               02 FILLER               PIC X(01).
               02 DPL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 DPL-EFT-NUMBER       PIC X(15).
               02 FILLER               PIC X(01).
               02 DPL-DISPOSITION      PIC X(40).
           01 LEDGER-DETAIL-LINE.
               02 LDL-LIABILITY-DATE   PIC 9(08).
               02 FILLER               PIC X(01).
               02 LDL-SCHEDULE         PIC X(01).
               02 FILLER               PIC X(01).
               02 LDL-FED-TAX          PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 LDL-SS-TAX           PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 LDL-MEDICARE-TAX     PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 LDL-LIABILITY        PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 LDL-DUE-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 LDL-DEPOSIT-DATE     PIC Z(08).
               02 FILLER               PIC X(01).
               02 LDL-DEPOSITED        PIC ZZZ,ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 LDL-STATUS           PIC X(08).
           01 LEDGER-TOTAL-LINE.
               02 LTL-LABEL            PIC X(36).
               02 LTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           01 LEDGER-CONVERTED-LINE.
               02 FILLER               PIC X(37)
                   VALUE "SEMIWEEKLY AFTER NEXT-DAY DEPOSIT ON ".
               02 LCL-CONVERTED-DATE   PIC 9(08).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM FIGURE-COMPANY-LIABILITIES
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT.
           PERFORM POST-DEPOSITS-MADE.
           PERFORM LIST-COMPANY-LEDGER
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM READ-PAY-CALENDAR.
           PERFORM DETERMINE-QUARTER.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM OPEN-DEPOSIT-LEDGER.
           OPEN OUTPUT EFTPS-FILE.
           OPEN OUTPUT LEDGER-REPORT.
      * Every company deposits are made for -- the same load
      * PAYCHECKS does, and the same stop when there is none.
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
                   MOVE 0 TO CT-LOOKBACK-LIABILITY(CT-IDX)
                   MOVE 0 TO CT-CONVERTED-DATE(CT-IDX)
               ELSE
                   DISPLAY "COMPANY TABLE FULL - COMPANY "
                       CO-COMPANY-CODE " NOT LOADED"
               END-IF
           END-IF
           .
      * This run's pay date comes off the pay calendar's run-control
      * row, which leads the file -- the single-date RUNPARM.DAT
      * record moved there when the calendar replaced it.  No
      * calendar, no pay date, no run.
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
           .
      * The quarter the run's pay date falls in -- months 1-3 are
      * quarter 1, and so on -- its first and last day, and the
      * lookback period that sets this year's deposit schedule.
       DETERMINE-QUARTER.
           COMPUTE REPORT-QUARTER = (RUN-PAY-MONTH + 2) / 3
           COMPUTE QTR-FIRST-MONTH = (REPORT-QUARTER * 3) - 2
           COMPUTE QTR-LAST-MONTH = REPORT-QUARTER * 3
           COMPUTE QTR-START-DATE = RUN-PAY-YEAR * 10000
               + QTR-FIRST-MONTH * 100 + 1
           MOVE RUN-PAY-YEAR   TO WD-YEAR
           MOVE QTR-LAST-MONTH TO WD-MONTH
           PERFORM SET-MONTH-LENGTH
           MOVE MONTH-LENGTH   TO WD-DAY
           MOVE WORK-DATE-NUM  TO QTR-END-DATE
           COMPUTE LOOKBACK-START-DATE = (RUN-PAY-YEAR - 2) * 10000
               + 701
           COMPUTE LOOKBACK-END-DATE = (RUN-PAY-YEAR - 1) * 10000
               + 630
           .
      * The ledger is opened I-O; the first run against a brand-new
      * file gets status 35, so it is created empty and reopened.
       OPEN-DEPOSIT-LEDGER.
           OPEN I-O DEPOSIT-LEDGER
           IF DL-FILE-STATUS = "35" THEN
               OPEN OUTPUT DEPOSIT-LEDGER
               CLOSE DEPOSIT-LEDGER
               OPEN I-O DEPOSIT-LEDGER
           END-IF
           IF DL-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN DEPLEDG.DAT - STATUS "
                   DL-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           .
      * One company's pass: its payments gathered off the history,
      * the schedule its lookback period sets, and its liabilities
      * for the quarter put on the ledger.  What the pass settled
      * about the schedule is kept on the company's entry for the
      * ledger report.
       FIGURE-COMPANY-LIABILITIES.
           MOVE 0 TO LOOKBACK-LIABILITY
           MOVE 0 TO PDT-COUNT
           MOVE 0 TO CONVERTED-DATE
           INITIALIZE PAY-DATE-TABLE
           MOVE "N" TO END-FILE
           OPEN INPUT PAY-HISTORY
      * a missing history file would read as a quarter with nothing
      * owed -- the one answer that gets a deposit missed.
           IF PH-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN PAYHIST.DAT - STATUS "
                   PH-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM PROCESS-HISTORY-RECORD WITH TEST BEFORE UNTIL EOF
           CLOSE PAY-HISTORY
           PERFORM SET-DEPOSITOR-SCHEDULE
           PERFORM CLEAR-QUARTER-LIABILITIES
           PERFORM ASSIGN-DEPOSIT-DUE-DATES
           MOVE CONVERTED-DATE TO CT-CONVERTED-DATE(CT-IDX)
           .
      * Every payment on file is read once per company, and only the
      * company's own are used: a payment inside the lookback period
      * counts toward the schedule test, and one dated this year up
      * to the quarter's end is gathered onto its pay date.  Voided
      * payments are left out of both.  A history record written
      * before the company code existed is the original company's.
       PROCESS-HISTORY-RECORD.
           READ PAY-HISTORY NEXT RECORD
               AT END MOVE "T" TO END-FILE
           END-READ
           IF NOT EOF THEN
               IF PH-COMPANY-CODE = SPACES THEN
                   MOVE Original-company TO PAY-COMPANY-CODE
               ELSE
                   MOVE PH-COMPANY-CODE TO PAY-COMPANY-CODE
               END-IF
               IF NOT PH-PAYMENT-VOIDED
                       AND PAY-COMPANY-CODE =
                           CT-COMPANY-CODE(CT-IDX) THEN
                   MOVE PH-PAY-DATE TO PH-DATE-BREAKDOWN
                   COMPUTE PAYMENT-LIABILITY = PH-FED-TAX
                       + PH-SS-TAX + PH-ER-SS-TAX
                       + PH-MEDICARE-TAX + PH-ER-MEDICARE-TAX
                   IF PH-PAY-DATE >= LOOKBACK-START-DATE
                           AND PH-PAY-DATE <= LOOKBACK-END-DATE THEN
                       ADD PAYMENT-LIABILITY TO LOOKBACK-LIABILITY
                   END-IF
                   IF PHD-YEAR = RUN-PAY-YEAR
                           AND PH-PAY-DATE <= QTR-END-DATE THEN
                       PERFORM ACCUMULATE-PAY-DATE
                   END-IF
               END-IF
           END-IF
           .
      * Add the payment to its pay date's slot, opening the first
      * empty slot for a date not seen yet.
       ACCUMULATE-PAY-DATE.
           ADD 1 TO PAYMENT-COUNT
           SET PDT-IDX TO 1
           SEARCH PDT-ENTRY
               AT END
                   DISPLAY "PAY DATE TABLE FULL - " PH-PAY-DATE
                       " LEFT OFF THE DEPOSIT SCHEDULE"
               WHEN PDT-PAY-DATE(PDT-IDX) = PH-PAY-DATE
                   PERFORM ADD-PAYMENT-TO-PAY-DATE
               WHEN PDT-PAY-DATE(PDT-IDX) = 0
                   MOVE PH-PAY-DATE TO PDT-PAY-DATE(PDT-IDX)
                   ADD 1 TO PDT-COUNT
                   PERFORM ADD-PAYMENT-TO-PAY-DATE
           END-SEARCH
           .
       ADD-PAYMENT-TO-PAY-DATE.
           ADD PH-FED-TAX TO PDT-FED-TAX(PDT-IDX)
           ADD PH-SS-TAX PH-ER-SS-TAX TO PDT-SS-TAX(PDT-IDX)
           ADD PH-MEDICARE-TAX PH-ER-MEDICARE-TAX
               TO PDT-MEDICARE-TAX(PDT-IDX)
           .
      * The schedule the year starts on, from the lookback period.
       SET-DEPOSITOR-SCHEDULE.
           IF LOOKBACK-LIABILITY > Lookback-limit THEN
               SET SEMIWEEKLY-DEPOSITOR TO TRUE
               MOVE "SEMIWEEKLY DEPOSITOR"
                   TO CT-SCHEDULE-NAME(CT-IDX)
           ELSE
               SET MONTHLY-DEPOSITOR TO TRUE
               MOVE "MONTHLY DEPOSITOR" TO CT-SCHEDULE-NAME(CT-IDX)
           END-IF
           MOVE LOOKBACK-LIABILITY TO CT-LOOKBACK-LIABILITY(CT-IDX)
           .
      * The quarter's liabilities are figured fresh every run, so
      * the amounts already on the ledger for the quarter are zeroed
      * first -- a liability that no longer exists (a void, or a
      * month a next-day deposit swallowed) is left showing nothing
      * owed instead of a stale figure.  Deposit fields are kept.
       CLEAR-QUARTER-LIABILITIES.
           MOVE CT-COMPANY-CODE(CT-IDX) TO DL-COMPANY-CODE
           MOVE QTR-START-DATE TO DL-LIABILITY-DATE
           START DEPOSIT-LEDGER KEY IS >= DL-KEY
               INVALID KEY SET DL-SCAN-DONE TO TRUE
               NOT INVALID KEY SET DL-MORE-TO-SCAN TO TRUE
           END-START
           PERFORM CLEAR-ONE-LIABILITY
               WITH TEST BEFORE UNTIL DL-SCAN-DONE
           .
       CLEAR-ONE-LIABILITY.
           READ DEPOSIT-LEDGER NEXT RECORD
               AT END SET DL-SCAN-DONE TO TRUE
           END-READ
           IF DL-MORE-TO-SCAN THEN
               IF DL-COMPANY-CODE NOT = CT-COMPANY-CODE(CT-IDX)
                       OR DL-LIABILITY-DATE > QTR-END-DATE THEN
                   SET DL-SCAN-DONE TO TRUE
               ELSE
                   MOVE 0 TO DL-FED-TAX DL-SS-TAX DL-MEDICARE-TAX
                       DL-LIABILITY-AMOUNT
                   REWRITE DEPOSIT-LEDGER-RECORD
               END-IF
           END-IF
           .
      * Walk the year's pay dates oldest first, carrying the
      * schedule forward -- it can only change from monthly to
      * semiweekly, on the day a liability reaches the next-day
      * threshold.  Liabilities dated before the quarter are figured
      * only to carry the schedule; the ledger keeps them as posted.
       ASSIGN-DEPOSIT-DUE-DATES.
           MOVE 0 TO MONTH-ACCUM-NUM
           PERFORM ASSIGN-NEXT-PAY-DATE PDT-COUNT TIMES
           IF MONTH-ACCUM-NUM > 0 THEN
               PERFORM CLOSE-DEPOSIT-MONTH
           END-IF
           .
       ASSIGN-NEXT-PAY-DATE.
           PERFORM SELECT-NEXT-PAY-DATE
           MOVE "Y" TO PDT-DONE-FLAG(NEXT-PDT)
           IF MONTHLY-DEPOSITOR THEN
               PERFORM ASSIGN-MONTHLY-LIABILITY
           ELSE
               PERFORM ASSIGN-SEMIWEEKLY-LIABILITY
           END-IF
           .
      * The earliest pay date not yet taken.
       SELECT-NEXT-PAY-DATE.
           MOVE 99999999 TO NEXT-PAY-DATE
           MOVE 0 TO NEXT-PDT
           PERFORM CHECK-EARLIER-PAY-DATE
               VARYING PDT-IDX FROM 1 BY 1
               UNTIL PDT-IDX > PDT-COUNT
           .
       CHECK-EARLIER-PAY-DATE.
           IF NOT PDT-TAKEN(PDT-IDX)
                   AND PDT-PAY-DATE(PDT-IDX) < NEXT-PAY-DATE THEN
               MOVE PDT-PAY-DATE(PDT-IDX) TO NEXT-PAY-DATE
               SET NEXT-PDT TO PDT-IDX
           END-IF
           .
      * A monthly depositor's pay dates build up into the month's
      * deposit, due the 15th of the next month.  If the month so far
      * reaches the next-day threshold, everything gathered is due
      * the next business day and the depositor is semiweekly from
      * here on.
       ASSIGN-MONTHLY-LIABILITY.
           MOVE NEXT-PAY-DATE TO WORK-DATE-NUM
           COMPUTE PAY-DATE-PERIOD = WD-YEAR * 100 + WD-MONTH
           IF MONTH-ACCUM-NUM > 0
                   AND MONTH-ACCUM-NUM NOT = PAY-DATE-PERIOD THEN
               PERFORM CLOSE-DEPOSIT-MONTH
           END-IF
           MOVE PAY-DATE-PERIOD TO MONTH-ACCUM-NUM
           ADD PDT-FED-TAX(NEXT-PDT)      TO MONTH-FED-TAX
           ADD PDT-SS-TAX(NEXT-PDT)       TO MONTH-SS-TAX
           ADD PDT-MEDICARE-TAX(NEXT-PDT) TO MONTH-MEDICARE-TAX
           COMPUTE MONTH-TOTAL = MONTH-FED-TAX + MONTH-SS-TAX
               + MONTH-MEDICARE-TAX
           IF MONTH-TOTAL >= Next-day-threshold THEN
               MOVE NEXT-PAY-DATE      TO LIAB-DATE
               MOVE "N"                TO LIAB-SCHEDULE
               MOVE MONTH-FED-TAX      TO LIAB-FED-TAX
               MOVE MONTH-SS-TAX       TO LIAB-SS-TAX
               MOVE MONTH-MEDICARE-TAX TO LIAB-MEDICARE-TAX
               PERFORM FIGURE-NEXT-DAY-DUE-DATE
               PERFORM POST-LIABILITY
               PERFORM CLEAR-MONTH-ACCUMULATION
               SET SEMIWEEKLY-DEPOSITOR TO TRUE
               MOVE NEXT-PAY-DATE TO CONVERTED-DATE
           END-IF
           .
      * The month's deposit goes on the ledger under the month's last
      * day, due the 15th of the following month.
       CLOSE-DEPOSIT-MONTH.
           MOVE MA-YEAR  TO WD-YEAR
           MOVE MA-MONTH TO WD-MONTH
           PERFORM SET-MONTH-LENGTH
           MOVE MONTH-LENGTH       TO WD-DAY
           MOVE WORK-DATE-NUM      TO LIAB-DATE
           MOVE "M"                TO LIAB-SCHEDULE
           MOVE MONTH-FED-TAX      TO LIAB-FED-TAX
           MOVE MONTH-SS-TAX       TO LIAB-SS-TAX
           MOVE MONTH-MEDICARE-TAX TO LIAB-MEDICARE-TAX
           IF WD-MONTH = 12 THEN
               ADD 1 TO WD-YEAR
               MOVE 1 TO WD-MONTH
           ELSE
               ADD 1 TO WD-MONTH
           END-IF
           MOVE 15 TO WD-DAY
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WORK-DATE-NUM TO LIAB-DUE-DATE
           PERFORM POST-LIABILITY
           PERFORM CLEAR-MONTH-ACCUMULATION
           .
       CLEAR-MONTH-ACCUMULATION.
           MOVE 0 TO MONTH-ACCUM-NUM
           MOVE 0 TO MONTH-FED-TAX MONTH-SS-TAX MONTH-MEDICARE-TAX
               MONTH-TOTAL
           .
      * A semiweekly depositor deposits each pay date on its own --
      * a Wednesday, Thursday, or Friday pay date by the following
      * Wednesday, a Saturday through Tuesday one by the following
      * Friday -- unless it reaches the next-day threshold.
       ASSIGN-SEMIWEEKLY-LIABILITY.
           MOVE NEXT-PAY-DATE              TO LIAB-DATE
           MOVE PDT-FED-TAX(NEXT-PDT)      TO LIAB-FED-TAX
           MOVE PDT-SS-TAX(NEXT-PDT)       TO LIAB-SS-TAX
           MOVE PDT-MEDICARE-TAX(NEXT-PDT) TO LIAB-MEDICARE-TAX
           COMPUTE LIAB-TOTAL = LIAB-FED-TAX + LIAB-SS-TAX
               + LIAB-MEDICARE-TAX
           IF LIAB-TOTAL >= Next-day-threshold THEN
               MOVE "N" TO LIAB-SCHEDULE
               PERFORM FIGURE-NEXT-DAY-DUE-DATE
           ELSE
               MOVE "S" TO LIAB-SCHEDULE
               PERFORM FIGURE-SEMIWEEKLY-DUE-DATE
           END-IF
           PERFORM POST-LIABILITY
           .
       FIGURE-NEXT-DAY-DUE-DATE.
           MOVE LIAB-DATE TO WORK-DATE-NUM
           PERFORM ADVANCE-ONE-DAY
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WORK-DATE-NUM TO LIAB-DUE-DATE
           .
       FIGURE-SEMIWEEKLY-DUE-DATE.
           MOVE LIAB-DATE TO WORK-DATE-NUM
           PERFORM FIGURE-WEEKDAY
           IF WED-THRU-FRI THEN
               MOVE 3 TO TARGET-WEEKDAY
           ELSE
               MOVE 5 TO TARGET-WEEKDAY
           END-IF
           PERFORM ADVANCE-ONE-DAY
           PERFORM ADVANCE-ONE-DAY
               WITH TEST BEFORE
               UNTIL WEEKDAY-NUMBER = TARGET-WEEKDAY
           MOVE WORK-DATE-NUM TO LIAB-DUE-DATE
           .
      * Put one liability on the ledger if it belongs to the quarter
      * -- a new record for a new liability date, the amounts and due
      * date refreshed on one already there.
       POST-LIABILITY.
           IF LIAB-DATE >= QTR-START-DATE
                   AND LIAB-DATE <= QTR-END-DATE THEN
               MOVE CT-COMPANY-CODE(CT-IDX) TO DL-COMPANY-CODE
               MOVE LIAB-DATE TO DL-LIABILITY-DATE
               READ DEPOSIT-LEDGER
                   INVALID KEY SET DL-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY SET DL-RECORD-FOUND TO TRUE
               END-READ
               IF DL-RECORD-NOT-FOUND THEN
                   MOVE CT-COMPANY-CODE(CT-IDX) TO DL-COMPANY-CODE
                   MOVE LIAB-DATE TO DL-LIABILITY-DATE
                   MOVE 0         TO DL-DEPOSIT-DATE
                   MOVE 0         TO DL-DEPOSIT-AMOUNT
                   MOVE SPACES    TO DL-EFT-NUMBER
               END-IF
               MOVE LIAB-SCHEDULE     TO DL-SCHEDULE
               MOVE RUN-PAY-YEAR      TO DL-TAX-YEAR
               MOVE REPORT-QUARTER    TO DL-TAX-QUARTER
               MOVE LIAB-FED-TAX      TO DL-FED-TAX
               MOVE LIAB-SS-TAX       TO DL-SS-TAX
               MOVE LIAB-MEDICARE-TAX TO DL-MEDICARE-TAX
               COMPUTE DL-LIABILITY-AMOUNT = LIAB-FED-TAX
                   + LIAB-SS-TAX + LIAB-MEDICARE-TAX
               MOVE LIAB-DUE-DATE     TO DL-DUE-DATE
               IF DL-RECORD-FOUND THEN
                   REWRITE DEPOSIT-LEDGER-RECORD
               ELSE
                   WRITE DEPOSIT-LEDGER-RECORD
               END-IF
               ADD 1 TO LIABILITY-COUNT
           END-IF
           .
      * Deposits made since the last run, each posted against the
      * liability it names under the company it names.  A deposit
      * whose EFT number is already on the liability was posted by
      * an earlier run and is passed by.
       POST-DEPOSITS-MADE.
           OPEN INPUT DEPOSITS-MADE
           IF DM-FILE-STATUS = "00" THEN
               MOVE "CO LIAB DATE DEP DATE          AMOUNT "
                   & "EFT NUMBER      DISPOSITION"
                   TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE
               PERFORM POST-ONE-DEPOSIT
                   WITH TEST BEFORE UNTIL DM-EOF
           END-IF
           CLOSE DEPOSITS-MADE
           .
       POST-ONE-DEPOSIT.
           READ DEPOSITS-MADE
               AT END MOVE "T" TO DM-END-FILE
           END-READ
           IF NOT DM-EOF THEN
               ADD 1 TO DEPOSIT-READ-COUNT
               IF DM-COMPANY-CODE = SPACES THEN
                   MOVE Original-company TO DM-COMPANY-CODE
               END-IF
               MOVE DM-COMPANY-CODE   TO DPL-COMPANY-CODE
               MOVE DM-LIABILITY-DATE TO DPL-LIABILITY-DATE
               MOVE DM-DEPOSIT-DATE   TO DPL-DEPOSIT-DATE
               MOVE DM-EFT-NUMBER     TO DPL-EFT-NUMBER
               MOVE 0 TO DPL-AMOUNT
               IF DM-LIABILITY-DATE IS NUMERIC
                       AND DM-DEPOSIT-DATE IS NUMERIC
                       AND DM-AMOUNT IS NUMERIC THEN
                   MOVE DM-AMOUNT TO DPL-AMOUNT
                   PERFORM APPLY-DEPOSIT-MADE
               ELSE
                   MOVE "DATE OR AMOUNT NOT NUMERIC - NOT POSTED"
                       TO DPL-DISPOSITION
               END-IF
               MOVE DEPOSIT-POST-LINE TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE
           END-IF
           .
       APPLY-DEPOSIT-MADE.
           MOVE DM-COMPANY-CODE   TO DL-COMPANY-CODE
           MOVE DM-LIABILITY-DATE TO DL-LIABILITY-DATE
           READ DEPOSIT-LEDGER
               INVALID KEY SET DL-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET DL-RECORD-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN DL-RECORD-NOT-FOUND
                   MOVE "NO LIABILITY ON LEDGER - NOT POSTED"
                       TO DPL-DISPOSITION
               WHEN DM-EFT-NUMBER = SPACES
                   MOVE "EFT NUMBER MISSING - NOT POSTED"
                       TO DPL-DISPOSITION
               WHEN DM-EFT-NUMBER = DL-EFT-NUMBER
                   MOVE "ALREADY POSTED" TO DPL-DISPOSITION
               WHEN OTHER
                   ADD DM-AMOUNT       TO DL-DEPOSIT-AMOUNT
                   MOVE DM-DEPOSIT-DATE TO DL-DEPOSIT-DATE
                   MOVE DM-EFT-NUMBER   TO DL-EFT-NUMBER
                   REWRITE DEPOSIT-LEDGER-RECORD
                   ADD 1 TO DEPOSIT-POSTED-COUNT
                   IF DM-DEPOSIT-DATE > DL-DUE-DATE THEN
                       MOVE "POSTED - DEPOSIT LATE"
                           TO DPL-DISPOSITION
                   ELSE
                       MOVE "POSTED" TO DPL-DISPOSITION
                   END-IF
           END-EVALUATE
           .
      * One company's section of the ledger report -- its heading
      * and lookback liability, its liabilities, and its 941
      * reconciliation -- closing off its EFTPS batch if it has one.
       LIST-COMPANY-LEDGER.
           MOVE 0 TO QTR-LIABILITY-TOTAL
           MOVE 0 TO QTR-DEPOSIT-TOTAL
           SET EFTPS-NO-BATCH-OPEN TO TRUE
           MOVE SPACES TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           MOVE REPORT-QUARTER TO LRH-QUARTER
           MOVE RUN-PAY-YEAR   TO LRH-YEAR
           MOVE CT-SCHEDULE-NAME(CT-IDX) TO LRH-SCHEDULE
           MOVE CT-FEIN(CT-IDX)          TO LRH-FEIN
           MOVE CT-COMPANY-NAME(CT-IDX)  TO LRH-COMPANY-NAME
           MOVE LEDGER-HEADING-LINE TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           MOVE "LOOKBACK PERIOD LIABILITY" TO LTL-LABEL
           MOVE CT-LOOKBACK-LIABILITY(CT-IDX) TO LTL-AMOUNT
           PERFORM WRITE-LEDGER-TOTAL
           PERFORM WRITE-DEPOSIT-LEDGER
           PERFORM RECONCILE-TO-QTR941
           IF EFTPS-BATCH-IS-OPEN THEN
               PERFORM CLOSE-EFTPS-BATCH
           END-IF
           .
      * The quarter's ledger in liability-date order.  Anything not
      * yet covered by a deposit goes on the EFTPS file for the
      * balance owed.
       WRITE-DEPOSIT-LEDGER.
           MOVE "LIAB DATE S   FED INC TAX   SOC SEC TAX  MEDICARE TAX"
               & "     LIABILITY DUE DATE DEP DATE      DEPOSITED"
               & " STATUS"
               TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           MOVE CT-COMPANY-CODE(CT-IDX) TO DL-COMPANY-CODE
           MOVE QTR-START-DATE TO DL-LIABILITY-DATE
           START DEPOSIT-LEDGER KEY IS >= DL-KEY
               INVALID KEY SET DL-SCAN-DONE TO TRUE
               NOT INVALID KEY SET DL-MORE-TO-SCAN TO TRUE
           END-START
           PERFORM LIST-ONE-LIABILITY
               WITH TEST BEFORE UNTIL DL-SCAN-DONE
           COMPUTE QTR-UNDEPOSITED = QTR-LIABILITY-TOTAL
               - QTR-DEPOSIT-TOTAL
           MOVE "QUARTER DEPOSIT LIABILITY" TO LTL-LABEL
           MOVE QTR-LIABILITY-TOTAL TO LTL-AMOUNT
           PERFORM WRITE-LEDGER-TOTAL
           MOVE "QUARTER DEPOSITS MADE" TO LTL-LABEL
           MOVE QTR-DEPOSIT-TOTAL TO LTL-AMOUNT
           PERFORM WRITE-LEDGER-TOTAL
           MOVE "LIABILITY NOT YET DEPOSITED" TO LTL-LABEL
           MOVE QTR-UNDEPOSITED TO LTL-AMOUNT
           PERFORM WRITE-LEDGER-TOTAL
           IF CT-CONVERTED-DATE(CT-IDX) > 0 THEN
               MOVE CT-CONVERTED-DATE(CT-IDX) TO LCL-CONVERTED-DATE
               MOVE LEDGER-CONVERTED-LINE TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE
           END-IF
           .
       LIST-ONE-LIABILITY.
           READ DEPOSIT-LEDGER NEXT RECORD
               AT END SET DL-SCAN-DONE TO TRUE
           END-READ
           IF DL-MORE-TO-SCAN THEN
               IF DL-COMPANY-CODE NOT = CT-COMPANY-CODE(CT-IDX)
                       OR DL-LIABILITY-DATE > QTR-END-DATE THEN
                   SET DL-SCAN-DONE TO TRUE
               ELSE
                   IF DL-LIABILITY-AMOUNT > 0
                           OR DL-DEPOSIT-AMOUNT > 0 THEN
                       PERFORM WRITE-LEDGER-DETAIL
                   END-IF
               END-IF
           END-IF
           .
       WRITE-LEDGER-DETAIL.
           ADD DL-LIABILITY-AMOUNT TO QTR-LIABILITY-TOTAL
           ADD DL-DEPOSIT-AMOUNT   TO QTR-DEPOSIT-TOTAL
           MOVE DL-LIABILITY-DATE   TO LDL-LIABILITY-DATE
           MOVE DL-SCHEDULE         TO LDL-SCHEDULE
           MOVE DL-FED-TAX          TO LDL-FED-TAX
           MOVE DL-SS-TAX           TO LDL-SS-TAX
           MOVE DL-MEDICARE-TAX     TO LDL-MEDICARE-TAX
           MOVE DL-LIABILITY-AMOUNT TO LDL-LIABILITY
           MOVE DL-DUE-DATE         TO LDL-DUE-DATE
           MOVE DL-DEPOSIT-DATE     TO LDL-DEPOSIT-DATE
           MOVE DL-DEPOSIT-AMOUNT   TO LDL-DEPOSITED
           EVALUATE TRUE
               WHEN DL-DEPOSIT-AMOUNT = 0
                       AND DL-DUE-DATE < RUN-PAY-DATE
                   MOVE "PAST DUE" TO LDL-STATUS
               WHEN DL-DEPOSIT-AMOUNT = 0
                   MOVE "OPEN"     TO LDL-STATUS
               WHEN DL-DEPOSIT-AMOUNT < DL-LIABILITY-AMOUNT
                   MOVE "SHORT"    TO LDL-STATUS
               WHEN DL-DEPOSIT-AMOUNT > DL-LIABILITY-AMOUNT
                   MOVE "OVER"     TO LDL-STATUS
               WHEN DL-DEPOSIT-DATE > DL-DUE-DATE
                   MOVE "LATE"     TO LDL-STATUS
               WHEN OTHER
                   MOVE "ON TIME"  TO LDL-STATUS
           END-EVALUATE
           MOVE LEDGER-DETAIL-LINE TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           IF DL-DEPOSIT-AMOUNT < DL-LIABILITY-AMOUNT THEN
               PERFORM WRITE-EFTPS-DETAIL
           END-IF
           .
      * One deposit for what the liability still owes, settling on
      * its due date -- or the next business day after the run when
      * the due date has already gone by.  A make-up deposit against
      * a short one carries no Social Security / Medicare /
      * withholding split; EFTPS takes the total.
       WRITE-EFTPS-DETAIL.
           IF EFTPS-NO-BATCH-OPEN THEN
               PERFORM OPEN-EFTPS-BATCH
           END-IF
           MOVE CT-FEIN(CT-IDX) TO EFD-TIN
           COMPUTE EFD-TAX-PERIOD = RUN-PAY-YEAR * 100
               + QTR-LAST-MONTH
           IF DL-DUE-DATE < RUN-PAY-DATE THEN
               MOVE RUN-PAY-DATE TO WORK-DATE
               PERFORM ADVANCE-ONE-DAY
               PERFORM ROLL-TO-BUSINESS-DAY
               MOVE WORK-DATE-NUM TO EFD-SETTLEMENT-DATE
           ELSE
               MOVE DL-DUE-DATE TO EFD-SETTLEMENT-DATE
           END-IF
           COMPUTE EFD-AMOUNT = DL-LIABILITY-AMOUNT
               - DL-DEPOSIT-AMOUNT
           IF DL-DEPOSIT-AMOUNT = 0 THEN
               MOVE DL-SS-TAX       TO EFD-SS-AMOUNT
               MOVE DL-MEDICARE-TAX TO EFD-MEDICARE-AMOUNT
               MOVE DL-FED-TAX      TO EFD-WITHHOLDING-AMT
           ELSE
               MOVE 0 TO EFD-SS-AMOUNT EFD-MEDICARE-AMOUNT
                   EFD-WITHHOLDING-AMT
           END-IF
           MOVE DL-LIABILITY-DATE TO EFD-LIABILITY-DATE
           MOVE EFTPS-DETAIL-LINE TO EFTPS-LINE
           WRITE EFTPS-LINE
           ADD 1 TO EFTPS-COUNT
           ADD EFD-AMOUNT TO EFTPS-TOTAL
           ADD 1 TO EFTPS-BATCH-COUNT
           ADD EFD-AMOUNT TO EFTPS-BATCH-TOTAL
           .
      * A company's batch opens on its first deposit owed, with a
      * header naming it as the taxpayer, and closes with its own
      * count-and-amount trailer.
       OPEN-EFTPS-BATCH.
           MOVE CT-FEIN(CT-IDX) TO EFH-TIN
           MOVE RUN-PAY-DATE    TO EFH-RUN-DATE
           MOVE EFTPS-HEADER-LINE TO EFTPS-LINE
           WRITE EFTPS-LINE
           MOVE 0 TO EFTPS-BATCH-COUNT
           MOVE 0 TO EFTPS-BATCH-TOTAL
           SET EFTPS-BATCH-IS-OPEN TO TRUE
           .
       CLOSE-EFTPS-BATCH.
           MOVE EFTPS-BATCH-COUNT TO EFT-ENTRY-COUNT
           MOVE EFTPS-BATCH-TOTAL TO EFT-AMOUNT-TOTAL
           MOVE EFTPS-TRAILER-LINE TO EFTPS-LINE
           WRITE EFTPS-LINE
           SET EFTPS-NO-BATCH-OPEN TO TRUE
           .
      * The deposits against what the quarter's 941 will report --
      * federal income tax withheld plus both halves of Social
      * Security and Medicare, as QTR941 wrote them in the company's
      * own section.  Only a report for this same quarter is used;
      * until QTR941 has run for it there is nothing to reconcile
      * to.  A section with no employer line under its heading was
      * written before QTR941 split by company, and is the original
      * company's.
       RECONCILE-TO-QTR941.
           MOVE 0 TO Q941-FED-TAX Q941-SS-TAX Q941-MEDICARE-TAX
           MOVE SPACES TO Q941-SECTION-COMPANY
           SET Q941-NOT-FOUND TO TRUE
           MOVE "N" TO Q9-END-FILE
           OPEN INPUT QUARTERLY-REPORT
           IF Q9-FILE-STATUS = "00" THEN
               PERFORM READ-Q941-FIGURE
                   WITH TEST BEFORE UNTIL Q9-EOF
           END-IF
           CLOSE QUARTERLY-REPORT
           IF Q941-FOUND THEN
               COMPUTE Q941-LIABILITY = Q941-FED-TAX + Q941-SS-TAX
                   + Q941-MEDICARE-TAX
               COMPUTE Q941-DIFFERENCE = QTR-DEPOSIT-TOTAL
                   - Q941-LIABILITY
               MOVE "941 LIABILITY PER Q941RPT.DAT" TO LTL-LABEL
               MOVE Q941-LIABILITY TO LTL-AMOUNT
               PERFORM WRITE-LEDGER-TOTAL
               MOVE "DEPOSITS OVER (UNDER) 941" TO LTL-LABEL
               MOVE Q941-DIFFERENCE TO LTL-AMOUNT
               PERFORM WRITE-LEDGER-TOTAL
               COMPUTE Q941-DIFFERENCE = QTR-LIABILITY-TOTAL
                   - Q941-LIABILITY
               MOVE "LEDGER LIABILITY OVER (UNDER) 941" TO LTL-LABEL
               MOVE Q941-DIFFERENCE TO LTL-AMOUNT
               PERFORM WRITE-LEDGER-TOTAL
           ELSE
               MOVE "NO Q941RPT.DAT FOR THIS COMPANY AND QUARTER - "
                   & "941 NOT RECONCILED" TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE
           END-IF
           .
       READ-Q941-FIGURE.
           READ QUARTERLY-REPORT
               AT END MOVE "T" TO Q9-END-FILE
           END-READ
           IF NOT Q9-EOF THEN
               EVALUATE TRUE
                   WHEN Q9H-TITLE = "FORM 941 FIGURES - Q "
                       IF Q9H-QUARTER = REPORT-QUARTER
                               AND Q9H-YEAR = RUN-PAY-YEAR THEN
                           MOVE Original-company
                               TO Q941-SECTION-COMPANY
                       ELSE
                           MOVE SPACES TO Q941-SECTION-COMPANY
                       END-IF
                   WHEN Q9E-TAG = "EIN  "
                       IF Q941-SECTION-COMPANY NOT = SPACES THEN
                           MOVE Q9E-COMPANY-CODE
                               TO Q941-SECTION-COMPANY
                       END-IF
                   WHEN Q941-SECTION-COMPANY =
                           CT-COMPANY-CODE(CT-IDX)
                       SET Q941-FOUND TO TRUE
                       PERFORM TAKE-Q941-FIGURE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       TAKE-Q941-FIGURE.
           EVALUATE Q9-LABEL
               WHEN "FEDERAL INCOME TAX WITHHELD"
                   MOVE Q9-AMOUNT TO Q941-FED-TAX
               WHEN "SOC SEC TAX - BOTH HALVES"
                   MOVE Q9-AMOUNT TO Q941-SS-TAX
               WHEN "MEDICARE TAX - BOTH HALVES"
                   MOVE Q9-AMOUNT TO Q941-MEDICARE-TAX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       WRITE-LEDGER-TOTAL.
           MOVE LEDGER-TOTAL-LINE TO LEDGER-REPORT-LINE
           WRITE LEDGER-REPORT-LINE
           .
      * Step WORK-DATE forward one calendar day and refigure the day
      * of the week it lands on.
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
           PERFORM FIGURE-WEEKDAY
           .
      * Move WORK-DATE off a Saturday or Sunday to the Monday after.
       ROLL-TO-BUSINESS-DAY.
           PERFORM FIGURE-WEEKDAY
           PERFORM ADVANCE-ONE-DAY
               WITH TEST BEFORE UNTIL NOT WEEKEND-DAY
           .
      * Days in WORK-DATE's month, February by the leap-year rule.
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
      * Day of the week for WORK-DATE: count the days from a fixed
      * origin with the year taken to start in March (so the leap
      * day falls at its end), and the remainder of that count over
      * seven is the weekday.
       FIGURE-WEEKDAY.
           MOVE WD-YEAR  TO DN-YEAR
           MOVE WD-MONTH TO DN-MONTH
           IF DN-MONTH < 3 THEN
               SUBTRACT 1 FROM DN-YEAR
               ADD 12 TO DN-MONTH
           END-IF
           DIVIDE DN-YEAR BY 4   GIVING DN-Y4
           DIVIDE DN-YEAR BY 100 GIVING DN-Y100
           DIVIDE DN-YEAR BY 400 GIVING DN-Y400
           COMPUTE DN-MONTH-OFFSET = 153 * (DN-MONTH - 3) + 2
           DIVIDE DN-MONTH-OFFSET BY 5 GIVING DN-MONTH-OFFSET
           COMPUTE DAY-NUMBER = 365 * DN-YEAR + DN-Y4 - DN-Y100
               + DN-Y400 + DN-MONTH-OFFSET + WD-DAY + 1
           DIVIDE DAY-NUMBER BY 7 GIVING DN-WEEKS
               REMAINDER DN-REMAINDER
           COMPUTE WEEKDAY-NUMBER = DN-REMAINDER + 1
           .
       CLEAN-UP.
           CLOSE DEPOSIT-LEDGER.
           CLOSE EFTPS-FILE.
           CLOSE LEDGER-REPORT.
           DISPLAY "FEDERAL DEPOSITS - Q" REPORT-QUARTER " "
               RUN-PAY-YEAR " - " LIABILITY-COUNT " LIABILITIES "
               DEPOSIT-POSTED-COUNT " DEPOSITS POSTED "
               EFTPS-COUNT " EFTPS ENTRIES"
           .
        END PROGRAM FEDDEPST.
