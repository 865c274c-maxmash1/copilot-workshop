       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACATRACK.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-OCT-15.
      * Affordable Care Act full-time tracking by the look-back
      * measurement method.  PAYCHECKS posts every check's hours of
      * service to ACA-HOURS by employee, company, and month; this
      * run measures them and writes the result to ACA-STATUS, where
      * ACA1095 picks it up for the Form 1095-C.  Run it monthly,
      * after the last payroll of the month.
      *
      * An employee averaging 130 hours of service a month -- 30 a
      * week -- over a measurement period is full-time for the whole
      * stability period that follows it, whatever they work in it:
      *   - the standard measurement period is the twelve months
      *     November through October, followed by a two-month
      *     administrative period and a calendar-year stability
      *     period, and applies to everyone on the payroll for the
      *     whole of the measurement period;
      *   - a new hire is measured instead over an initial
      *     measurement period of twelve months from the first month
      *     they have hours, followed by a one-month administrative
      *     period and a twelve-month stability period, until they
      *     have been on the payroll for a whole standard period.
      * Hours are kept from the first month ACA-HOURS has anyone on
      * it; an employee with hours in that month was already on the
      * payroll, and is measured over the months on file.
      *
      * Measurement runs through the month before the pay date on
      * PAYCAL's run-control row, so a month is counted once its
      * payrolls are in.  A measurement period that is over is
      * written to ACA-STATUS, and rewritten every run from then on
      * while it governs, so a payroll paid late in the
      * administrative period still counts.
      * The report lists every active employee who is full-time for
      * the current stability period, or is approaching or has
      * reached full-time status in a measurement period still
      * running, with each of their measurement periods.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACA-HOURS
               ASSIGN TO "ACAHRS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS AH-FILE-STATUS.
           SELECT ACA-STATUS
               ASSIGN TO "ACASTAT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AS-KEY
                   FILE STATUS IS AS-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-EMPLOYEE-ID
                   FILE STATUS IS EM-FILE-STATUS.
           SELECT PAY-CALENDAR
               ASSIGN TO "PAYCAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
           SELECT TRACKING-REPORT
               ASSIGN TO "ACATRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD ACA-HOURS.
               COPY ACAHRS.
           FD ACA-STATUS.
               COPY ACASTAT.
           FD EMPLOYEE-MASTER.
               COPY EMPMAST.
           FD PAY-CALENDAR.
               COPY PAYCAL.
           FD TRACKING-REPORT.
           01 TRACKING-REPORT-LINE     PIC X(132).
       WORKING-STORAGE SECTION.
           01 END-FILE              PIC X.
               88  EOF VALUE "T".
           01 AH-FILE-STATUS        PIC X(02).
           01 AS-FILE-STATUS        PIC X(02).
           01 AS-FOUND-SW           PIC X(01).
               88  AS-RECORD-FOUND      VALUE "Y".
               88  AS-RECORD-NOT-FOUND  VALUE "N".
           01 EM-FILE-STATUS        PIC X(02).
           01 EMPLOYEE-FOUND-SW     PIC X(01).
               88  EMPLOYEE-FOUND       VALUE "Y".
               88  EMPLOYEE-NOT-FOUND   VALUE "N".
           01 CAL-FILE-STATUS       PIC X(02).
           01 CAL-END-FILE          PIC X.
               88  CAL-EOF VALUE "T".
           01 RUN-PAY-DATE.
               02  RUN-PAY-YEAR     PIC 9(04).
               02  RUN-PAY-MONTH    PIC 9(02).
               02  RUN-PAY-DAY      PIC 9(02).
           01 RUN-PAY-DATE-NUM REDEFINES RUN-PAY-DATE PIC 9(08).
           77 Original-company      Pic X(02) Value Is "01" .
      * the measurement rules.  Full-time-hours is the monthly
      * equivalent of 30 hours a week; an employee averaging
      * Approach-hours or better in a period still running is listed
      * as approaching it.  The standard measurement period ends
      * with Smp-end-month each year.
           77 Full-time-hours       Pic 9(03) Value Is 130 .
           77 Approach-hours        Pic 9(03) Value Is 120 .
           77 Smp-end-month         Pic 9(02) Value Is 10 .
           77 Smp-admin-months      Pic 9(02) Value Is 2 .
           77 Imp-admin-months      Pic 9(02) Value Is 1 .
      * month arithmetic -- a CCYYMM month is worked as a serial
      * month number, twelve to the year, so periods that cross a
      * year end add and compare as plain numbers.
           01 MONTH-WORK.
               02  MW-YEAR          PIC 9(04).
               02  MW-MONTH         PIC 9(02).
           01 MONTH-WORK-NUM REDEFINES MONTH-WORK PIC 9(06).
           01 MONTH-SERIAL          PIC 9(06) USAGE COMP.
           01 MONTH-REMAINDER       PIC 9(02) USAGE COMP.
           01 PERIOD-YEARS          PIC 9(06) USAGE COMP.
           01 RUN-SERIAL            PIC 9(06) USAGE COMP.
           01 MEASURE-THROUGH       PIC 9(06) USAGE COMP.
           01 TRACKING-START-SERIAL PIC 9(06) USAGE COMP.
      * the standard measurement period behind the stability period
      * the run date falls in, and the one after it -- still running,
      * or over and in its administrative period.
           01 GOV-START             PIC 9(06) USAGE COMP.
           01 GOV-END               PIC 9(06) USAGE COMP.
           01 GOV-STAB-START        PIC 9(06) USAGE COMP.
           01 GOV-STAB-END          PIC 9(06) USAGE COMP.
           01 CUR-START             PIC 9(06) USAGE COMP.
           01 CUR-END               PIC 9(06) USAGE COMP.
           01 CUR-STAB-START        PIC 9(06) USAGE COMP.
           01 CUR-STAB-END          PIC 9(06) USAGE COMP.
      * one employee's hours under one company, gathered as their
      * ACA-HOURS records go by -- the file is in employee, company,
      * month order, so each group is measured when the next begins.
           01 GROUP-SW              PIC X(01).
               88  GROUP-OPEN           VALUE "Y".
               88  NO-GROUP-OPEN        VALUE "N".
           01 GRP-EMPLOYEE-ID       PIC X(05).
           01 GRP-COMPANY-CODE      PIC X(02).
           01 GRP-FIRST-SERIAL      PIC 9(06) USAGE COMP.
           01 GRP-NEW-HIRE-SW       PIC X(01).
               88  GRP-NEW-HIRE         VALUE "Y".
               88  GRP-ONGOING          VALUE "N".
           01 GRP-GOV-HOURS         PIC S9(05)V99 USAGE COMP.
           01 GRP-CUR-HOURS         PIC S9(05)V99 USAGE COMP.
           01 GRP-IMP-HOURS         PIC S9(05)V99 USAGE COMP.
           01 IMP-START             PIC 9(06) USAGE COMP.
           01 IMP-END               PIC 9(06) USAGE COMP.
           01 IMP-STAB-START        PIC 9(06) USAGE COMP.
           01 IMP-STAB-END          PIC 9(06) USAGE COMP.
           01 HOURS-SERIAL          PIC 9(06) USAGE COMP.
           01 MONTH-HOURS           PIC S9(05)V99 USAGE COMP.
           01 LIST-SW               PIC X(01).
               88  LIST-EMPLOYEE        VALUE "Y".
               88  DO-NOT-LIST          VALUE "N".
      * the measurement period being judged -- standard or initial,
      * its months, the stability period it governs, and its hours.
           01 MSR-TYPE              PIC X(01).
               88  MSR-STANDARD         VALUE "S".
               88  MSR-INITIAL          VALUE "I".
           01 MSR-START             PIC 9(06) USAGE COMP.
           01 MSR-END               PIC 9(06) USAGE COMP.
           01 MSR-STAB-START        PIC 9(06) USAGE COMP.
           01 MSR-STAB-END          PIC 9(06) USAGE COMP.
           01 MSR-HOURS             PIC S9(05)V99 USAGE COMP.
           01 MSR-FIRST-COUNTED     PIC 9(06) USAGE COMP.
           01 MSR-LAST-COUNTED      PIC 9(06) USAGE COMP.
           01 MSR-MONTHS            PIC 9(02) USAGE COMP.
           01 MSR-AVERAGE           PIC S9(04)V99 USAGE COMP.
           01 MSR-PERIOD-TARGET     PIC 9(05) USAGE COMP.
           01 MSR-STATUS-SW         PIC X(01).
               88  MSR-FULL-TIME        VALUE "F".
               88  MSR-NOT-FULL-TIME    VALUE "P".
               88  MSR-REACHED          VALUE "R".
               88  MSR-ON-PACE          VALUE "O".
               88  MSR-APPROACHING      VALUE "A".
               88  MSR-BELOW            VALUE "B".
      * the group's report lines, held until it is known whether the
      * employee is listed at all.
           01 GROUP-LINE-TABLE.
               02 GRP-LINE OCCURS 3 TIMES PIC X(132).
           01 GRP-LINE-COUNT        PIC 9(01) USAGE COMP.
           01 GRP-LINE-IDX          PIC 9(01) USAGE COMP.
      * run counts.
           01 GROUP-COUNT           PIC 9(06) USAGE COMP VALUE 0.
           01 LISTED-COUNT          PIC 9(06) USAGE COMP VALUE 0.
           01 FULL-TIME-COUNT       PIC 9(06) USAGE COMP VALUE 0.
           01 REACHED-COUNT         PIC 9(06) USAGE COMP VALUE 0.
           01 APPROACHING-COUNT     PIC 9(06) USAGE COMP VALUE 0.
           01 STATUS-WRITTEN-COUNT  PIC 9(06) USAGE COMP VALUE 0.
      * the report.
           01 TRACKING-HEADING-LINE.
               02 FILLER               PIC X(33)
                   VALUE "ACA FULL-TIME TRACKING - AS OF ".
               02 THL-RUN-DATE         PIC 9(08).
               02 FILLER               PIC X(20)
                   VALUE "  MEASURED THROUGH ".
               02 THL-THROUGH          PIC 9(06).
           01 PERIOD-HEADING-LINE.
               02 PHL-LABEL            PIC X(36).
               02 PHL-MEASURE-START    PIC 9(06).
               02 FILLER               PIC X(01) VALUE "-".
               02 PHL-MEASURE-END      PIC 9(06).
               02 FILLER               PIC X(15)
                   VALUE "  FOR STABILITY".
               02 FILLER               PIC X(01).
               02 PHL-STAB-START       PIC 9(06).
               02 FILLER               PIC X(01) VALUE "-".
               02 PHL-STAB-END         PIC 9(06).
           01 TRACKING-COLUMN-LINE.
               02 FILLER               PIC X(40)
                   VALUE "ID    NAME                      CO T MEA".
               02 FILLER               PIC X(40)
                   VALUE "SURE  PERIOD       MOS      HOURS    AVG".
               02 FILLER               PIC X(40)
                   VALUE "/MO STABILITY     STATUS".
           01 TRACKING-DETAIL-LINE.
               02 TDL-EMP-ID           PIC X(05).
               02 FILLER               PIC X(01).
               02 TDL-NAME             PIC X(25).
               02 FILLER               PIC X(01).
               02 TDL-COMPANY          PIC X(02).
               02 FILLER               PIC X(01).
               02 TDL-TYPE             PIC X(01).
               02 FILLER               PIC X(01).
               02 TDL-MEASURE          PIC X(08).
               02 FILLER               PIC X(01).
               02 TDL-MEASURE-START    PIC 9(06).
               02 FILLER               PIC X(01) VALUE "-".
               02 TDL-MEASURE-END      PIC 9(06).
               02 FILLER               PIC X(01).
               02 TDL-MONTHS           PIC Z9.
               02 FILLER               PIC X(01).
               02 TDL-HOURS            PIC ZZ,ZZ9.99-.
               02 FILLER               PIC X(01).
               02 TDL-AVERAGE          PIC Z,ZZ9.99-.
               02 FILLER               PIC X(01).
               02 TDL-STAB-START       PIC 9(06).
               02 FILLER               PIC X(01) VALUE "-".
               02 TDL-STAB-END         PIC 9(06).
               02 FILLER               PIC X(01).
               02 TDL-STATUS           PIC X(22).
           01 TRACKING-COUNT-LINE.
               02 TCL-LABEL            PIC X(40).
               02 TCL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-HOURS-RECORD WITH TEST BEFORE UNTIL EOF.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM READ-PAY-CALENDAR.
           MOVE RUN-PAY-YEAR  TO MW-YEAR.
           MOVE RUN-PAY-MONTH TO MW-MONTH.
           PERFORM MONTH-TO-SERIAL.
           MOVE MONTH-SERIAL TO RUN-SERIAL.
           SUBTRACT 1 FROM RUN-SERIAL GIVING MEASURE-THROUGH.
           PERFORM FIGURE-STANDARD-PERIODS.
           PERFORM FIND-TRACKING-START.
           OPEN INPUT ACA-HOURS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EM-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN EMPMAST.DAT - STATUS "
                   EM-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM OPEN-ACA-STATUS.
           OPEN OUTPUT TRACKING-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SET NO-GROUP-OPEN TO TRUE.
           MOVE "N" TO END-FILE.
      * The run date comes off the pay calendar's run-control row,
      * the same as every other program in the suite.  No calendar,
      * no run.
       READ-PAY-CALENDAR.
           MOVE 0 TO RUN-PAY-DATE-NUM
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
       MONTH-TO-SERIAL.
           COMPUTE MONTH-SERIAL = MW-YEAR * 12 + MW-MONTH - 1
           .
       SERIAL-TO-MONTH.
           DIVIDE MONTH-SERIAL BY 12 GIVING MW-YEAR
               REMAINDER MONTH-REMAINDER
           COMPUTE MW-MONTH = MONTH-REMAINDER + 1
           .
      * The stability period the run date falls in is governed by
      * the latest standard measurement period whose administrative
      * period is over by now; the period after it is the one still
      * being measured.
       FIGURE-STANDARD-PERIODS.
           COMPUTE PERIOD-YEARS =
               (RUN-SERIAL - Smp-admin-months - 1 - (Smp-end-month - 1))
                   / 12
           COMPUTE GOV-END = PERIOD-YEARS * 12 + Smp-end-month - 1
           SUBTRACT 11 FROM GOV-END GIVING GOV-START
           COMPUTE GOV-STAB-START = GOV-END + Smp-admin-months + 1
           ADD 11 TO GOV-STAB-START GIVING GOV-STAB-END
           ADD 12 TO GOV-START GIVING CUR-START
           ADD 12 TO GOV-END GIVING CUR-END
           ADD 12 TO GOV-STAB-START GIVING CUR-STAB-START
           ADD 12 TO GOV-STAB-END GIVING CUR-STAB-END
           .
      * The first month anyone has hours on ACA-HOURS -- when the
      * file was started.  An empty or missing file has nothing to
      * measure.
       FIND-TRACKING-START.
           MOVE 999999 TO TRACKING-START-SERIAL
           OPEN INPUT ACA-HOURS
           IF AH-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN ACAHRS.DAT - STATUS "
                   AH-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           MOVE "N" TO END-FILE
           PERFORM SCAN-TRACKING-START WITH TEST BEFORE UNTIL EOF
           CLOSE ACA-HOURS
           .
       SCAN-TRACKING-START.
           READ ACA-HOURS NEXT RECORD
               AT END MOVE "T" TO END-FILE
           END-READ
           IF NOT EOF THEN
               MOVE AH-HOURS-MONTH TO MONTH-WORK-NUM
               PERFORM MONTH-TO-SERIAL
               IF MONTH-SERIAL < TRACKING-START-SERIAL THEN
                   MOVE MONTH-SERIAL TO TRACKING-START-SERIAL
               END-IF
           END-IF
           .
      * ACA-STATUS is rewritten every run, so it opens I-O, created
      * empty the first time the same way PAYCHECKS creates its
      * year-to-date file.
       OPEN-ACA-STATUS.
           OPEN I-O ACA-STATUS
           IF AS-FILE-STATUS = "35" THEN
               OPEN OUTPUT ACA-STATUS
               CLOSE ACA-STATUS
               OPEN I-O ACA-STATUS
           END-IF
           IF AS-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN ACASTAT.DAT - STATUS "
                   AS-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           .
       WRITE-REPORT-HEADING.
           MOVE RUN-PAY-DATE-NUM TO THL-RUN-DATE
           MOVE MEASURE-THROUGH TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO THL-THROUGH
           MOVE TRACKING-HEADING-LINE TO TRACKING-REPORT-LINE
           WRITE TRACKING-REPORT-LINE
           MOVE "STANDARD MEASUREMENT PERIOD IN FORCE" TO PHL-LABEL
           MOVE GOV-START TO MSR-START
           MOVE GOV-END TO MSR-END
           MOVE GOV-STAB-START TO MSR-STAB-START
           MOVE GOV-STAB-END TO MSR-STAB-END
           PERFORM WRITE-PERIOD-HEADING
           IF MEASURE-THROUGH < CUR-END THEN
               MOVE "STANDARD MEASUREMENT PERIOD RUNNING" TO PHL-LABEL
           ELSE
               MOVE "STANDARD MEASUREMENT PERIOD ENDED" TO PHL-LABEL
           END-IF
           MOVE CUR-START TO MSR-START
           MOVE CUR-END TO MSR-END
           MOVE CUR-STAB-START TO MSR-STAB-START
           MOVE CUR-STAB-END TO MSR-STAB-END
           PERFORM WRITE-PERIOD-HEADING
           MOVE SPACES TO TRACKING-REPORT-LINE
           WRITE TRACKING-REPORT-LINE
           MOVE TRACKING-COLUMN-LINE TO TRACKING-REPORT-LINE
           WRITE TRACKING-REPORT-LINE
           .
       WRITE-PERIOD-HEADING.
           MOVE MSR-START TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO PHL-MEASURE-START
           MOVE MSR-END TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO PHL-MEASURE-END
           MOVE MSR-STAB-START TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO PHL-STAB-START
           MOVE MSR-STAB-END TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO PHL-STAB-END
           MOVE PERIOD-HEADING-LINE TO TRACKING-REPORT-LINE
           WRITE TRACKING-REPORT-LINE
           .
      * One ACA-HOURS record.  A change of employee or company
      * closes the group before it; the end of the file closes the
      * last one.
       PROCESS-HOURS-RECORD.
           READ ACA-HOURS NEXT RECORD
               AT END MOVE "T" TO END-FILE
           END-READ
           IF EOF THEN
               IF GROUP-OPEN THEN
                   PERFORM CLOSE-EMPLOYEE-GROUP
               END-IF
           ELSE
               IF GROUP-OPEN THEN
                   IF AH-EMPLOYEE-ID NOT = GRP-EMPLOYEE-ID
                           OR AH-COMPANY-CODE NOT = GRP-COMPANY-CODE
                       PERFORM CLOSE-EMPLOYEE-GROUP
                   END-IF
               END-IF
               IF NO-GROUP-OPEN THEN
                   PERFORM OPEN-EMPLOYEE-GROUP
               END-IF
               PERFORM ADD-MONTH-HOURS
           END-IF
           .
      * The group's first month is the first month the employee had
      * hours with the company.  Later than the month the file was
      * started means a new hire, with an initial measurement period
      * of their own.
       OPEN-EMPLOYEE-GROUP.
           SET GROUP-OPEN TO TRUE
           MOVE AH-EMPLOYEE-ID  TO GRP-EMPLOYEE-ID
           MOVE AH-COMPANY-CODE TO GRP-COMPANY-CODE
           MOVE AH-HOURS-MONTH TO MONTH-WORK-NUM
           PERFORM MONTH-TO-SERIAL
           MOVE MONTH-SERIAL TO GRP-FIRST-SERIAL
           IF GRP-FIRST-SERIAL > TRACKING-START-SERIAL THEN
               SET GRP-NEW-HIRE TO TRUE
           ELSE
               SET GRP-ONGOING TO TRUE
           END-IF
           MOVE 0 TO GRP-GOV-HOURS
           MOVE 0 TO GRP-CUR-HOURS
           MOVE 0 TO GRP-IMP-HOURS
           MOVE GRP-FIRST-SERIAL TO IMP-START
           ADD 11 TO IMP-START GIVING IMP-END
           COMPUTE IMP-STAB-START = IMP-END + Imp-admin-months + 1
           ADD 11 TO IMP-STAB-START GIVING IMP-STAB-END
           .
      * A month's hours count toward every measurement period it
      * falls in, once the month is complete.
       ADD-MONTH-HOURS.
           MOVE AH-HOURS-MONTH TO MONTH-WORK-NUM
           PERFORM MONTH-TO-SERIAL
           MOVE MONTH-SERIAL TO HOURS-SERIAL
           IF AH-WORKED-HOURS NOT NUMERIC THEN
               MOVE 0 TO AH-WORKED-HOURS
           END-IF
           IF AH-PTO-HOURS NOT NUMERIC THEN
               MOVE 0 TO AH-PTO-HOURS
           END-IF
           IF AH-CREDITED-HOURS NOT NUMERIC THEN
               MOVE 0 TO AH-CREDITED-HOURS
           END-IF
           ADD AH-WORKED-HOURS AH-PTO-HOURS AH-CREDITED-HOURS
               GIVING MONTH-HOURS
           IF HOURS-SERIAL <= MEASURE-THROUGH THEN
               IF HOURS-SERIAL >= GOV-START
                       AND HOURS-SERIAL <= GOV-END
                   ADD MONTH-HOURS TO GRP-GOV-HOURS
               END-IF
               IF HOURS-SERIAL >= CUR-START
                       AND HOURS-SERIAL <= CUR-END
                   ADD MONTH-HOURS TO GRP-CUR-HOURS
               END-IF
               IF HOURS-SERIAL >= IMP-START
                       AND HOURS-SERIAL <= IMP-END
                   ADD MONTH-HOURS TO GRP-IMP-HOURS
               END-IF
           END-IF
           .
      * Judge each measurement period that applies to the employee:
      * the standard periods when they were on the payroll for the
      * whole of one (or since the file was started), the initial
      * period while a new hire's is still running or governing.
       CLOSE-EMPLOYEE-GROUP.
           SET NO-GROUP-OPEN TO TRUE
           ADD 1 TO GROUP-COUNT
           PERFORM LOOKUP-EMPLOYEE-MASTER
           SET DO-NOT-LIST TO TRUE
           MOVE 0 TO GRP-LINE-COUNT
           MOVE SPACES TO GROUP-LINE-TABLE
           SET MSR-STANDARD TO TRUE
           MOVE GOV-START TO MSR-START
           MOVE GOV-END TO MSR-END
           MOVE GOV-STAB-START TO MSR-STAB-START
           MOVE GOV-STAB-END TO MSR-STAB-END
           MOVE GRP-GOV-HOURS TO MSR-HOURS
           IF GRP-FIRST-SERIAL <= MSR-START
                   OR GRP-FIRST-SERIAL = TRACKING-START-SERIAL
               PERFORM JUDGE-MEASUREMENT-PERIOD
           END-IF
           MOVE CUR-START TO MSR-START
           MOVE CUR-END TO MSR-END
           MOVE CUR-STAB-START TO MSR-STAB-START
           MOVE CUR-STAB-END TO MSR-STAB-END
           MOVE GRP-CUR-HOURS TO MSR-HOURS
           IF GRP-FIRST-SERIAL <= MSR-START
                   OR GRP-FIRST-SERIAL = TRACKING-START-SERIAL
               PERFORM JUDGE-MEASUREMENT-PERIOD
           END-IF
           IF GRP-NEW-HIRE AND RUN-SERIAL <= IMP-STAB-END THEN
               SET MSR-INITIAL TO TRUE
               MOVE IMP-START TO MSR-START
               MOVE IMP-END TO MSR-END
               MOVE IMP-STAB-START TO MSR-STAB-START
               MOVE IMP-STAB-END TO MSR-STAB-END
               MOVE GRP-IMP-HOURS TO MSR-HOURS
               PERFORM JUDGE-MEASUREMENT-PERIOD
           END-IF
           IF LIST-EMPLOYEE THEN
               ADD 1 TO LISTED-COUNT
               PERFORM WRITE-GROUP-LINE
                   VARYING GRP-LINE-IDX FROM 1 BY 1
                   UNTIL GRP-LINE-IDX > GRP-LINE-COUNT
           END-IF
           .
      * Only an active employee still with the company is listed;
      * the status records are written for everyone, since a
      * full-time month still goes on a leaver's 1095-C.
       LOOKUP-EMPLOYEE-MASTER.
           MOVE GRP-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY SET EMPLOYEE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET EMPLOYEE-FOUND TO TRUE
           END-READ
           IF EMPLOYEE-FOUND AND EM-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO EM-COMPANY-CODE
           END-IF
           .
      * The months counted run from the later of the period's start
      * and the employee's first month, to the earlier of its end
      * and the last complete month.  A period that is over is
      * full-time or not; one still running is measured to date.
       JUDGE-MEASUREMENT-PERIOD.
           IF MSR-START > GRP-FIRST-SERIAL THEN
               MOVE MSR-START TO MSR-FIRST-COUNTED
           ELSE
               MOVE GRP-FIRST-SERIAL TO MSR-FIRST-COUNTED
           END-IF
           IF MSR-END < MEASURE-THROUGH THEN
               MOVE MSR-END TO MSR-LAST-COUNTED
           ELSE
               MOVE MEASURE-THROUGH TO MSR-LAST-COUNTED
           END-IF
           IF MSR-LAST-COUNTED >= MSR-FIRST-COUNTED THEN
               COMPUTE MSR-MONTHS =
                   MSR-LAST-COUNTED - MSR-FIRST-COUNTED + 1
               COMPUTE MSR-AVERAGE ROUNDED = MSR-HOURS / MSR-MONTHS
               COMPUTE MSR-PERIOD-TARGET = Full-time-hours * 12
               IF MEASURE-THROUGH >= MSR-END THEN
                   IF MSR-AVERAGE >= Full-time-hours THEN
                       SET MSR-FULL-TIME TO TRUE
                   ELSE
                       SET MSR-NOT-FULL-TIME TO TRUE
                   END-IF
                   PERFORM WRITE-STATUS-RECORD
               ELSE
                   EVALUATE TRUE
                       WHEN MSR-HOURS >= MSR-PERIOD-TARGET
                           SET MSR-REACHED TO TRUE
                       WHEN MSR-AVERAGE >= Full-time-hours
                           SET MSR-ON-PACE TO TRUE
                       WHEN MSR-AVERAGE >= Approach-hours
                           SET MSR-APPROACHING TO TRUE
                       WHEN OTHER
                           SET MSR-BELOW TO TRUE
                   END-EVALUATE
               END-IF
               PERFORM COUNT-MEASUREMENT
               PERFORM HOLD-GROUP-LINE
           END-IF
           .
      * Counted and listed only for an active employee of the
      * company: full-time for the stability period running now, or
      * reached, on pace for, or approaching full-time in a period
      * still being measured.
       COUNT-MEASUREMENT.
           IF EMPLOYEE-FOUND AND EM-ACTIVE
                   AND EM-COMPANY-CODE = GRP-COMPANY-CODE THEN
               EVALUATE TRUE
                   WHEN MSR-FULL-TIME
                       IF RUN-SERIAL >= MSR-STAB-START
                               AND RUN-SERIAL <= MSR-STAB-END
                           ADD 1 TO FULL-TIME-COUNT
                       END-IF
                       SET LIST-EMPLOYEE TO TRUE
                   WHEN MSR-REACHED
                   WHEN MSR-ON-PACE
                       ADD 1 TO REACHED-COUNT
                       SET LIST-EMPLOYEE TO TRUE
                   WHEN MSR-APPROACHING
                       ADD 1 TO APPROACHING-COUNT
                       SET LIST-EMPLOYEE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
      * The determination for a period that is over, keyed by the
      * stability period it governs -- added the first time, then
      * rewritten with each run's figures.
       WRITE-STATUS-RECORD.
           MOVE GRP-EMPLOYEE-ID  TO AS-EMPLOYEE-ID
           MOVE GRP-COMPANY-CODE TO AS-COMPANY-CODE
           MOVE MSR-STAB-START TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO AS-STABILITY-START
           READ ACA-STATUS
               INVALID KEY SET AS-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET AS-RECORD-FOUND TO TRUE
           END-READ
           MOVE GRP-EMPLOYEE-ID  TO AS-EMPLOYEE-ID
           MOVE GRP-COMPANY-CODE TO AS-COMPANY-CODE
           MOVE MONTH-WORK-NUM TO AS-STABILITY-START
           MOVE MSR-STAB-END TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO AS-STABILITY-END
           MOVE MSR-TYPE TO AS-MEASUREMENT-TYPE
           MOVE MSR-START TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO AS-MEASUREMENT-START
           MOVE MSR-END TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO AS-MEASUREMENT-END
           MOVE MSR-MONTHS TO AS-MONTHS-MEASURED
           MOVE MSR-HOURS TO AS-MEASURED-HOURS
           MOVE MSR-AVERAGE TO AS-MONTHLY-AVERAGE
           MOVE MSR-STATUS-SW TO AS-STATUS
           MOVE RUN-PAY-DATE-NUM TO AS-DETERMINED-DATE
           IF AS-RECORD-FOUND THEN
               REWRITE ACA-STATUS-RECORD
           ELSE
               WRITE ACA-STATUS-RECORD
           END-IF
           ADD 1 TO STATUS-WRITTEN-COUNT
           .
       HOLD-GROUP-LINE.
           MOVE GRP-EMPLOYEE-ID TO TDL-EMP-ID
           IF EMPLOYEE-FOUND THEN
               MOVE EM-EMPLOYEE-NAME TO TDL-NAME
               MOVE EM-EMPLOYEE-TYPE TO TDL-TYPE
           ELSE
               MOVE "EMPLOYEE NOT ON MASTER FILE" TO TDL-NAME
               MOVE SPACES TO TDL-TYPE
           END-IF
           MOVE GRP-COMPANY-CODE TO TDL-COMPANY
           IF MSR-STANDARD THEN
               MOVE "STANDARD" TO TDL-MEASURE
           ELSE
               MOVE "INITIAL" TO TDL-MEASURE
           END-IF
           MOVE MSR-START TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO TDL-MEASURE-START
           MOVE MSR-END TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO TDL-MEASURE-END
           MOVE MSR-MONTHS TO TDL-MONTHS
           MOVE MSR-HOURS TO TDL-HOURS
           MOVE MSR-AVERAGE TO TDL-AVERAGE
           MOVE MSR-STAB-START TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO TDL-STAB-START
           MOVE MSR-STAB-END TO MONTH-SERIAL
           PERFORM SERIAL-TO-MONTH
           MOVE MONTH-WORK-NUM TO TDL-STAB-END
           EVALUATE TRUE
               WHEN MSR-FULL-TIME
                   MOVE "FULL-TIME" TO TDL-STATUS
               WHEN MSR-NOT-FULL-TIME
                   MOVE "NOT FULL-TIME" TO TDL-STATUS
               WHEN MSR-REACHED
                   MOVE "REACHED FULL-TIME" TO TDL-STATUS
               WHEN MSR-ON-PACE
                   MOVE "ON PACE FOR FULL-TIME" TO TDL-STATUS
               WHEN MSR-APPROACHING
                   MOVE "APPROACHING FULL-TIME" TO TDL-STATUS
               WHEN OTHER
                   MOVE "BELOW FULL-TIME" TO TDL-STATUS
           END-EVALUATE
           IF GRP-LINE-COUNT < 3 THEN
               ADD 1 TO GRP-LINE-COUNT
               MOVE TRACKING-DETAIL-LINE TO GRP-LINE(GRP-LINE-COUNT)
           END-IF
           .
       WRITE-GROUP-LINE.
           MOVE GRP-LINE(GRP-LINE-IDX) TO TRACKING-REPORT-LINE
           WRITE TRACKING-REPORT-LINE
           .
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO TRACKING-REPORT-LINE
           WRITE TRACKING-REPORT-LINE
           MOVE "EMPLOYEES MEASURED" TO TCL-LABEL
           MOVE GROUP-COUNT TO TCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "EMPLOYEES LISTED" TO TCL-LABEL
           MOVE LISTED-COUNT TO TCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FULL-TIME THIS STABILITY PERIOD" TO TCL-LABEL
           MOVE FULL-TIME-COUNT TO TCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REACHED OR ON PACE FOR FULL-TIME" TO TCL-LABEL
           MOVE REACHED-COUNT TO TCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "APPROACHING FULL-TIME" TO TCL-LABEL
           MOVE APPROACHING-COUNT TO TCL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "STATUS RECORDS WRITTEN" TO TCL-LABEL
           MOVE STATUS-WRITTEN-COUNT TO TCL-COUNT
           PERFORM WRITE-COUNT-LINE
           .
       WRITE-COUNT-LINE.
           MOVE TRACKING-COUNT-LINE TO TRACKING-REPORT-LINE
           WRITE TRACKING-REPORT-LINE
           .
       CLEAN-UP.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ACA-HOURS.
           CLOSE ACA-STATUS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE TRACKING-REPORT.
           DISPLAY "ACA TRACKING COMPLETE - " GROUP-COUNT
               " EMPLOYEES MEASURED, " LISTED-COUNT " LISTED".
       END PROGRAM ACATRACK.
