       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACA1095.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-OCT-15.
      * Builds the Form 1095-C Part II line data after the last pay
      * period of the year -- for every employee full-time in at
      * least one month of the year, the offer of coverage code
      * (line 14), the employee's share of the lowest-cost monthly
      * premium for self-only coverage (line 15), and the section
      * 4980H safe harbor or relief code (line 16), month by month.
      * Run ACATRACK first, so the full-time determinations on
      * ACA-STATUS cover the year.
      *
      * The year is the year of the pay date on PAYCAL's run-control
      * row, as for YEAREND.  Each company is its own employer for
      * the form, so the output comes in one section per company --
      * its employer line, then three lines (14, 15, 16) per employee
      * who had hours with it, off ACA-HOURS.  A month is:
      *   - employed from the first month with hours through the
      *     termination month, or, for an employee who has moved to
      *     another company, the last month with hours here;
      *   - full-time when an ACA-STATUS stability period marked
      *     full-time covers it;
      *   - enrolled when the employee has a health coverage
      *     deduction (category H on DEDUCTIONS) not ended before it.
      * Every full-time employee is offered the company's medical
      * plan for themselves, spouse, and dependents.  The line 15
      * premium is the lowest monthly employee premium for the plan
      * on DEDUCTIONS among the company's employees -- the self-only
      * rate -- the per-period amount carried to a month by the pay
      * frequency.  A company with no health deductions offers no
      * coverage.  The codes used:
      *   line 14  1A  qualifying offer -- the premium is affordable
      *                under the federal poverty line safe harbor
      *            1E  offer to employee, spouse, and dependents
      *            1H  no offer
      *   line 16  2A  not employed in the month
      *            2B  not full-time
      *            2C  enrolled in the coverage offered
      *            2D  new hire in the initial measurement period
      *            2H  affordable under the rate of pay safe harbor
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
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AS-KEY
                   FILE STATUS IS AS-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-EMPLOYEE-ID
                   FILE STATUS IS EM-FILE-STATUS.
           SELECT DEDUCTIONS
               ASSIGN TO "DEDUCT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DED-EMPLOYEE-ID WITH DUPLICATES
                   FILE STATUS IS DED-FILE-STATUS.
           SELECT PAY-CALENDAR
               ASSIGN TO "PAYCAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
           SELECT FORM-1095C-OUTPUT
               ASSIGN TO "F1095C.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACA-HOURS.
               COPY ACAHRS.
           FD ACA-STATUS.
               COPY ACASTAT.
           FD EMPLOYEE-MASTER.
               COPY EMPMAST.
           FD DEDUCTIONS.
               COPY DEDCTFIL.
           FD PAY-CALENDAR.
               COPY PAYCAL.
      * one fixed-width line per employee per form line per company.
           FD FORM-1095C-OUTPUT.
           01 FORM-1095C-RECORD        PIC X(160).
           FD COMPANY-FILE.
               COPY COMPANY.
       WORKING-STORAGE SECTION.
           01 END-FILE              PIC X.
               88  EOF VALUE "T".
           01 AH-FILE-STATUS        PIC X(02).
           01 AS-FILE-STATUS        PIC X(02).
           01 AS-END-FILE           PIC X.
               88  AS-EOF VALUE "T".
           01 EM-FILE-STATUS        PIC X(02).
           01 EMPLOYEE-FOUND-SW     PIC X(01).
               88  EMPLOYEE-FOUND       VALUE "Y".
               88  EMPLOYEE-NOT-FOUND   VALUE "N".
           01 DED-FILE-STATUS       PIC X(02).
           01 DED-END-FILE          PIC X.
               88  DED-EOF VALUE "T".
           01 DED-FILE-SW           PIC X(01).
               88  DED-FILE-PRESENT     VALUE "Y".
               88  DED-FILE-ABSENT      VALUE "N".
           01 CAL-FILE-STATUS       PIC X(02).
           01 CAL-END-FILE          PIC X.
               88  CAL-EOF VALUE "T".
           01 RUN-PAY-DATE.
               02  RUN-PAY-YEAR     PIC 9(04).
               02  RUN-PAY-MONTH    PIC 9(02).
               02  RUN-PAY-DAY      PIC 9(02).
           01 YEAR-START-DATE       PIC 9(08).
      * the affordability tests.  Affordability-pct is the IRS
      * indexed percentage for the plan year, and Fpl-single-amount
      * the mainland federal poverty line for one person the safe
      * harbor may use -- both change every year.  The rate of pay
      * safe harbor prices an hourly employee's month at
      * Full-time-hours at their rate.  A new hire's initial
      * measurement period is followed by Imp-admin-months before
      * their stability period, the same as ACATRACK.
           77 Affordability-pct     Pic V9999 Value Is .0996 .
           77 Fpl-single-amount     Pic 9(05)V99 Value Is 15650.00 .
           77 Full-time-hours       Pic 9(03) Value Is 130 .
           77 Imp-admin-months      Pic 9(02) Value Is 1 .
           01 FPL-PREMIUM-LIMIT     PIC 9(05)V99 USAGE COMP.
           01 RATE-PREMIUM-LIMIT    PIC 9(05)V99 USAGE COMP.
      * month arithmetic -- a CCYYMM month is worked as a serial
      * month number, twelve to the year, as in ACATRACK.
           01 MONTH-WORK.
               02  MW-YEAR          PIC 9(04).
               02  MW-MONTH         PIC 9(02).
           01 MONTH-WORK-NUM REDEFINES MONTH-WORK PIC 9(06).
           01 MONTH-SERIAL          PIC 9(06) USAGE COMP.
           01 YEAR-START-SERIAL     PIC 9(06) USAGE COMP.
           01 TRACKING-START-SERIAL PIC 9(06) USAGE COMP.
           01 STAB-START-SERIAL     PIC 9(06) USAGE COMP.
           01 STAB-END-SERIAL       PIC 9(06) USAGE COMP.
      * the companies forms are issued for, off COMPANY-FILE, each
      * with the lowest monthly employee premium on its medical plan.
      * CT-IDX is the company whose section is being written.
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
                   03 CT-COMPANY-NAME       PIC X(23).
                   03 CT-FEIN               PIC X(09).
                   03 CT-LOWEST-PREMIUM     PIC 9(04)V99 USAGE COMP.
                   03 CT-FORM-COUNT         PIC 9(06) USAGE COMP.
           01 CT-COUNT              PIC 9(02) USAGE COMP VALUE 0.
           01 SECTION-IDX           PIC 9(02) USAGE COMP.
      * a health premium carried from the pay period to the month.
           01 PERIODS-PER-YEAR      PIC 9(02) USAGE COMP.
           01 MONTHLY-PREMIUM       PIC 9(04)V99 USAGE COMP.
      * one employee's months with the company, off ACA-HOURS --
      * the file is in employee, company, month order.
           01 GROUP-SW              PIC X(01).
               88  GROUP-OPEN           VALUE "Y".
               88  NO-GROUP-OPEN        VALUE "N".
           01 GRP-EMPLOYEE-ID       PIC X(05).
           01 GRP-FIRST-SERIAL      PIC 9(06) USAGE COMP.
           01 GRP-LAST-SERIAL       PIC 9(06) USAGE COMP.
           01 EMPLOY-END-SERIAL     PIC 9(06) USAGE COMP.
           01 LNAP-END-SERIAL       PIC 9(06) USAGE COMP.
           01 ENROLL-SW             PIC X(01).
               88  HEALTH-ENROLLED      VALUE "Y".
               88  NOT-ENROLLED         VALUE "N".
           01 ENROLL-END-SERIAL     PIC 9(06) USAGE COMP.
           01 DED-END-SERIAL        PIC 9(06) USAGE COMP.
           01 FULL-TIME-MONTHS      PIC 9(02) USAGE COMP.
           01 LINE-CELL-SW          PIC X(01).
               88  CELLS-ALL-SAME       VALUE "Y".
               88  CELLS-DIFFER         VALUE "N".
      * the employee's twelve months -- judged, then coded.
           01 FORM-MONTH-TABLE.
               02 FORM-MONTH OCCURS 12 TIMES
                       INDEXED BY MO-IDX.
                   03 FM-EMPLOYED-SW        PIC X(01).
                       88  FM-EMPLOYED          VALUE "Y".
                   03 FM-FULL-TIME-SW       PIC X(01).
                       88  FM-FULL-TIME         VALUE "Y".
                   03 FM-ENROLLED-SW        PIC X(01).
                       88  FM-ENROLLED          VALUE "Y".
                   03 FM-LNAP-SW            PIC X(01).
                       88  FM-LNAP              VALUE "Y".
                   03 FM-LINE-14            PIC X(02).
                   03 FM-LINE-15            PIC X(07).
                   03 FM-LINE-16            PIC X(02).
           01 PREMIUM-EDIT          PIC ZZZ9.99.
      * run counts.
           01 FORM-COUNT            PIC 9(06) USAGE COMP VALUE 0.
           01 NOT-FULL-TIME-COUNT   PIC 9(06) USAGE COMP VALUE 0.
      * the employer line heading each company's section -- the
      * employer's name and EIN, and the plan's line 15 premium.
           01 FORM-EMPLOYER-LINE.
               02 FILLER                PIC X(13)
                   VALUE "EMPLOYER EIN ".
               02 FEL-FEIN-PREFIX       PIC X(02).
               02 FILLER                PIC X(01) VALUE "-".
               02 FEL-FEIN-SUFFIX       PIC X(07).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 FEL-COMPANY-NAME      PIC X(23).
               02 FILLER                PIC X(10) VALUE "  COMPANY ".
               02 FEL-COMPANY-CODE      PIC X(02).
               02 FILLER                PIC X(11) VALUE "  TAX YEAR ".
               02 FEL-TAX-YEAR          PIC 9(04).
               02 FILLER                PIC X(18)
                   VALUE "  LOWEST PREMIUM ".
               02 FEL-LOWEST-PREMIUM    PIC ZZZ9.99.
      * one form line for one employee -- the all-12-months box, or
      * a box per month, as the form has them.
           01 FORM-DETAIL-LINE.
               02 FDL-EMP-ID            PIC X(05).
               02 FILLER                PIC X(01).
               02 FDL-EMP-NAME          PIC X(25).
               02 FILLER                PIC X(01).
               02 FDL-TAX-YEAR          PIC 9(04).
               02 FILLER                PIC X(01).
               02 FDL-FORM-LINE         PIC X(02).
               02 FILLER                PIC X(01).
               02 FDL-ALL-12            PIC X(07).
               02 FDL-MONTH OCCURS 12 TIMES.
                   03 FILLER            PIC X(01).
                   03 FDL-MONTH-CELL    PIC X(07).
               02 FILLER                PIC X(01).
               02 FDL-EMPLOYER-FEIN     PIC X(09).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM WRITE-COMPANY-1095CS
               VARYING SECTION-IDX FROM 1 BY 1
               UNTIL SECTION-IDX > CT-COUNT.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM READ-PAY-CALENDAR.
           MOVE RUN-PAY-YEAR TO MW-YEAR.
           MOVE 1 TO MW-MONTH.
           PERFORM MONTH-TO-SERIAL.
           MOVE MONTH-SERIAL TO YEAR-START-SERIAL.
           COMPUTE YEAR-START-DATE = RUN-PAY-YEAR * 10000 + 101.
           COMPUTE FPL-PREMIUM-LIMIT =
               Fpl-single-amount * Affordability-pct / 12.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EM-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN EMPMAST.DAT - STATUS "
                   EM-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           OPEN INPUT ACA-STATUS.
           IF AS-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN ACASTAT.DAT - STATUS "
                   AS-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM FIND-TRACKING-START.
           PERFORM LOAD-HEALTH-PREMIUMS.
           OPEN OUTPUT FORM-1095C-OUTPUT.
      * This run's year comes off the pay calendar's run-control
      * row, the same as YEAREND's.  No calendar, no year, no run.
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
       MONTH-TO-SERIAL.
           COMPUTE MONTH-SERIAL = MW-YEAR * 12 + MW-MONTH - 1
           .
      * Every company forms are issued for -- the same load
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
                   MOVE 0 TO CT-LOWEST-PREMIUM(CT-IDX)
                   MOVE 0 TO CT-FORM-COUNT(CT-IDX)
               ELSE
                   DISPLAY "COMPANY TABLE FULL - COMPANY "
                       CO-COMPANY-CODE " NOT LOADED"
               END-IF
           END-IF
           .
       FIND-COMPANY-ENTRY.
           SET COMPANY-NOT-FOUND TO TRUE
           SET CT-IDX TO 1
           SEARCH CT-ENTRY
               AT END CONTINUE
               WHEN CT-COMPANY-CODE(CT-IDX) = PAY-COMPANY-CODE
                   SET COMPANY-FOUND TO TRUE
           END-SEARCH
           .
      * The first month anyone has hours on ACA-HOURS -- when the
      * file was started.  An employee whose first month is later
      * is a new hire, as ACATRACK judges it.
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
      * One pass over DEDUCTIONS for the health premiums in force
      * during the year, each carried to a month by the employee's
      * pay frequency and kept when it is the lowest yet for the
      * employee's company.  No deduction file means no one is
      * enrolled and no company offers coverage.
       LOAD-HEALTH-PREMIUMS.
           SET DED-FILE-PRESENT TO TRUE
           OPEN INPUT DEDUCTIONS
           IF DED-FILE-STATUS NOT = "00" THEN
               SET DED-FILE-ABSENT TO TRUE
               DISPLAY "DEDUCT.DAT NOT AVAILABLE - STATUS "
                   DED-FILE-STATUS " - NO HEALTH COVERAGE REPORTED"
           ELSE
               MOVE "N" TO DED-END-FILE
               PERFORM SCAN-HEALTH-PREMIUM
                   WITH TEST BEFORE UNTIL DED-EOF
           END-IF
           .
       SCAN-HEALTH-PREMIUM.
           READ DEDUCTIONS NEXT RECORD
               AT END MOVE "T" TO DED-END-FILE
           END-READ
           IF NOT DED-EOF THEN
               IF DED-HEALTH-COVERAGE AND DED-FLAT-AMOUNT
                       AND (DED-END-DATE = 0
                           OR DED-END-DATE >= YEAR-START-DATE)
                   MOVE DED-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                   PERFORM LOOKUP-EMPLOYEE-MASTER
                   IF EMPLOYEE-FOUND THEN
                       PERFORM KEEP-LOWEST-PREMIUM
                   END-IF
               END-IF
           END-IF
           .
       KEEP-LOWEST-PREMIUM.
           PERFORM FIGURE-PERIODS-PER-YEAR
           COMPUTE MONTHLY-PREMIUM ROUNDED =
               DED-AMOUNT * PERIODS-PER-YEAR / 12
           MOVE EM-COMPANY-CODE TO PAY-COMPANY-CODE
           PERFORM FIND-COMPANY-ENTRY
           IF COMPANY-FOUND AND MONTHLY-PREMIUM > 0 THEN
               IF CT-LOWEST-PREMIUM(CT-IDX) = 0
                       OR MONTHLY-PREMIUM < CT-LOWEST-PREMIUM(CT-IDX)
                   MOVE MONTHLY-PREMIUM TO CT-LOWEST-PREMIUM(CT-IDX)
               END-IF
           END-IF
           .
       FIGURE-PERIODS-PER-YEAR.
           EVALUATE TRUE
               WHEN EM-BIWEEKLY    MOVE 26 TO PERIODS-PER-YEAR
               WHEN EM-SEMIMONTHLY MOVE 24 TO PERIODS-PER-YEAR
               WHEN EM-MONTHLY     MOVE 12 TO PERIODS-PER-YEAR
               WHEN OTHER          MOVE 52 TO PERIODS-PER-YEAR
           END-EVALUATE
           .
      * A record written before the company code was carried is the
      * original company's.
       LOOKUP-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               INVALID KEY SET EMPLOYEE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET EMPLOYEE-FOUND TO TRUE
           END-READ
           IF EMPLOYEE-FOUND AND EM-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO EM-COMPANY-CODE
           END-IF
           .
      * One company's section: its employer line and column
      * heading, then a pass over the whole ACA hours file for the
      * employees who had hours with it.
       WRITE-COMPANY-1095CS.
           SET CT-IDX TO SECTION-IDX
           MOVE CT-FEIN(CT-IDX)(1:2)    TO FEL-FEIN-PREFIX
           MOVE CT-FEIN(CT-IDX)(3:7)    TO FEL-FEIN-SUFFIX
           MOVE CT-COMPANY-NAME(CT-IDX) TO FEL-COMPANY-NAME
           MOVE CT-COMPANY-CODE(CT-IDX) TO FEL-COMPANY-CODE
           MOVE RUN-PAY-YEAR            TO FEL-TAX-YEAR
           MOVE CT-LOWEST-PREMIUM(CT-IDX) TO FEL-LOWEST-PREMIUM
           MOVE FORM-EMPLOYER-LINE TO FORM-1095C-RECORD
           WRITE FORM-1095C-RECORD
           MOVE
               "ID    EMPLOYEE NAME             YEAR LN ALL 12 "
               & " JAN     FEB     MAR     APR     MAY     JUN    "
               & " JUL     AUG     SEP     OCT     NOV     DEC    "
               & " EMPLOYER"
               TO FORM-1095C-RECORD
           WRITE FORM-1095C-RECORD
           SET NO-GROUP-OPEN TO TRUE
           MOVE "N" TO END-FILE
           OPEN INPUT ACA-HOURS
           PERFORM PROCESS-HOURS-RECORD WITH TEST BEFORE UNTIL EOF
           CLOSE ACA-HOURS
           MOVE SPACES TO FORM-1095C-RECORD
           WRITE FORM-1095C-RECORD
           .
      * One ACA-HOURS record.  Only the section's company counts; a
      * change of employee closes the group before it, and the end
      * of the file closes the last one.
       PROCESS-HOURS-RECORD.
           READ ACA-HOURS NEXT RECORD
               AT END MOVE "T" TO END-FILE
           END-READ
           IF EOF THEN
               IF GROUP-OPEN THEN
                   PERFORM CLOSE-EMPLOYEE-GROUP
               END-IF
           ELSE
               IF AH-COMPANY-CODE = CT-COMPANY-CODE(CT-IDX) THEN
                   IF GROUP-OPEN
                           AND AH-EMPLOYEE-ID NOT = GRP-EMPLOYEE-ID
                       PERFORM CLOSE-EMPLOYEE-GROUP
                   END-IF
                   MOVE AH-HOURS-MONTH TO MONTH-WORK-NUM
                   PERFORM MONTH-TO-SERIAL
                   IF NO-GROUP-OPEN THEN
                       SET GROUP-OPEN TO TRUE
                       MOVE AH-EMPLOYEE-ID TO GRP-EMPLOYEE-ID
                       MOVE MONTH-SERIAL TO GRP-FIRST-SERIAL
                   END-IF
                   MOVE MONTH-SERIAL TO GRP-LAST-SERIAL
               END-IF
           END-IF
           .
      * Judge the employee's twelve months and, when any of them was
      * full-time, write their form lines.
       CLOSE-EMPLOYEE-GROUP.
           SET NO-GROUP-OPEN TO TRUE
           MOVE GRP-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           PERFORM LOOKUP-EMPLOYEE-MASTER
           PERFORM FIGURE-EMPLOYMENT-END
           COMPUTE LNAP-END-SERIAL =
               GRP-FIRST-SERIAL + 11 + Imp-admin-months
           MOVE SPACES TO FORM-MONTH-TABLE
           PERFORM LOAD-FULL-TIME-MONTHS
           PERFORM LOAD-HEALTH-ENROLLMENT
           PERFORM FIGURE-RATE-PREMIUM-LIMIT
           MOVE 0 TO FULL-TIME-MONTHS
           PERFORM FIGURE-ONE-MONTH
               VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12
           IF FULL-TIME-MONTHS > 0 THEN
               PERFORM WRITE-FORM-LINES
           ELSE
               ADD 1 TO NOT-FULL-TIME-COUNT
           END-IF
           .
      * Still with the company: employed through the termination
      * month, or on.  Moved to another company, or off the master:
      * through the last month with hours here.
       FIGURE-EMPLOYMENT-END.
           IF EMPLOYEE-FOUND
                   AND EM-COMPANY-CODE = CT-COMPANY-CODE(CT-IDX) THEN
               IF EM-TERMINATED AND EM-TERM-DATE NUMERIC
                       AND EM-TERM-DATE > 0
                   COMPUTE MONTH-WORK-NUM = EM-TERM-DATE / 100
                   PERFORM MONTH-TO-SERIAL
                   MOVE MONTH-SERIAL TO EMPLOY-END-SERIAL
               ELSE
                   MOVE 999999 TO EMPLOY-END-SERIAL
               END-IF
           ELSE
               MOVE GRP-LAST-SERIAL TO EMPLOY-END-SERIAL
           END-IF
           .
      * Every stability period ACATRACK marked full-time for the
      * employee with this company makes the months of the year it
      * covers full-time.
       LOAD-FULL-TIME-MONTHS.
           MOVE GRP-EMPLOYEE-ID         TO AS-EMPLOYEE-ID
           MOVE CT-COMPANY-CODE(CT-IDX) TO AS-COMPANY-CODE
           MOVE 0                       TO AS-STABILITY-START
           MOVE "N" TO AS-END-FILE
           START ACA-STATUS KEY IS NOT LESS THAN AS-KEY
               INVALID KEY MOVE "T" TO AS-END-FILE
           END-START
           PERFORM READ-STATUS-RECORD WITH TEST BEFORE UNTIL AS-EOF
           .
       READ-STATUS-RECORD.
           READ ACA-STATUS NEXT RECORD
               AT END MOVE "T" TO AS-END-FILE
           END-READ
           IF NOT AS-EOF THEN
               IF AS-EMPLOYEE-ID NOT = GRP-EMPLOYEE-ID
                       OR AS-COMPANY-CODE NOT = CT-COMPANY-CODE(CT-IDX)
                   MOVE "T" TO AS-END-FILE
               ELSE
                   IF AS-FULL-TIME THEN
                       MOVE AS-STABILITY-START TO MONTH-WORK-NUM
                       PERFORM MONTH-TO-SERIAL
                       MOVE MONTH-SERIAL TO STAB-START-SERIAL
                       MOVE AS-STABILITY-END TO MONTH-WORK-NUM
                       PERFORM MONTH-TO-SERIAL
                       MOVE MONTH-SERIAL TO STAB-END-SERIAL
                       PERFORM MARK-FULL-TIME-MONTH
                           VARYING MO-IDX FROM 1 BY 1
                           UNTIL MO-IDX > 12
                   END-IF
               END-IF
           END-IF
           .
       MARK-FULL-TIME-MONTH.
           SET MONTH-SERIAL TO MO-IDX
           ADD YEAR-START-SERIAL TO MONTH-SERIAL
           SUBTRACT 1 FROM MONTH-SERIAL
           IF MONTH-SERIAL >= STAB-START-SERIAL
                   AND MONTH-SERIAL <= STAB-END-SERIAL
               MOVE "Y" TO FM-FULL-TIME-SW(MO-IDX)
           END-IF
           .
      * Enrolled through the latest end date on the employee's
      * health coverage deductions, or on when one is open-ended.
       LOAD-HEALTH-ENROLLMENT.
           SET NOT-ENROLLED TO TRUE
           MOVE 0 TO ENROLL-END-SERIAL
           IF DED-FILE-PRESENT THEN
               MOVE GRP-EMPLOYEE-ID TO DED-EMPLOYEE-ID
               MOVE "N" TO DED-END-FILE
               START DEDUCTIONS KEY IS EQUAL TO DED-EMPLOYEE-ID
                   INVALID KEY MOVE "T" TO DED-END-FILE
               END-START
               PERFORM READ-EMPLOYEE-DEDUCTION
                   WITH TEST BEFORE UNTIL DED-EOF
           END-IF
           .
       READ-EMPLOYEE-DEDUCTION.
           READ DEDUCTIONS NEXT RECORD
               AT END MOVE "T" TO DED-END-FILE
           END-READ
           IF NOT DED-EOF THEN
               IF DED-EMPLOYEE-ID NOT = GRP-EMPLOYEE-ID THEN
                   MOVE "T" TO DED-END-FILE
               ELSE
                   IF DED-HEALTH-COVERAGE THEN
                       SET HEALTH-ENROLLED TO TRUE
                       IF DED-END-DATE = 0 THEN
                           MOVE 999999 TO DED-END-SERIAL
                       ELSE
                           COMPUTE MONTH-WORK-NUM = DED-END-DATE / 100
                           PERFORM MONTH-TO-SERIAL
                           MOVE MONTH-SERIAL TO DED-END-SERIAL
                       END-IF
                       IF DED-END-SERIAL > ENROLL-END-SERIAL THEN
                           MOVE DED-END-SERIAL TO ENROLL-END-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * The most the line 15 premium can be and still be affordable
      * on the employee's rate of pay -- the hourly rate for a
      * full-time month, or a salaried employee's month of salary.
       FIGURE-RATE-PREMIUM-LIMIT.
           MOVE 0 TO RATE-PREMIUM-LIMIT
           IF EMPLOYEE-FOUND THEN
               IF EM-SALARIED-EMPLOYEE THEN
                   PERFORM FIGURE-PERIODS-PER-YEAR
                   COMPUTE RATE-PREMIUM-LIMIT =
                       EM-PERIOD-SALARY * PERIODS-PER-YEAR / 12
                           * Affordability-pct
               ELSE
                   COMPUTE RATE-PREMIUM-LIMIT =
                       EM-AUTH-PAY-RATE * Full-time-hours
                           * Affordability-pct
               END-IF
           END-IF
           .
      * One month: employed, full-time, enrolled, or in a new
      * hire's initial measurement and administrative period, and
      * the three codes that follow from it.
       FIGURE-ONE-MONTH.
           SET MONTH-SERIAL TO MO-IDX
           ADD YEAR-START-SERIAL TO MONTH-SERIAL
           SUBTRACT 1 FROM MONTH-SERIAL
           IF MONTH-SERIAL >= GRP-FIRST-SERIAL
                   AND MONTH-SERIAL <= EMPLOY-END-SERIAL
               MOVE "Y" TO FM-EMPLOYED-SW(MO-IDX)
           END-IF
           IF FM-EMPLOYED(MO-IDX) AND HEALTH-ENROLLED
                   AND MONTH-SERIAL <= ENROLL-END-SERIAL
               MOVE "Y" TO FM-ENROLLED-SW(MO-IDX)
           END-IF
           IF GRP-FIRST-SERIAL > TRACKING-START-SERIAL
                   AND MONTH-SERIAL <= LNAP-END-SERIAL
               MOVE "Y" TO FM-LNAP-SW(MO-IDX)
           END-IF
           IF NOT FM-EMPLOYED(MO-IDX) THEN
               MOVE SPACES TO FM-FULL-TIME-SW(MO-IDX)
           END-IF
           MOVE CT-LOWEST-PREMIUM(CT-IDX) TO PREMIUM-EDIT
           EVALUATE TRUE
               WHEN NOT FM-EMPLOYED(MO-IDX)
                   MOVE "1H" TO FM-LINE-14(MO-IDX)
                   MOVE "2A" TO FM-LINE-16(MO-IDX)
               WHEN FM-FULL-TIME(MO-IDX)
                   ADD 1 TO FULL-TIME-MONTHS
                   PERFORM CODE-FULL-TIME-MONTH
               WHEN FM-ENROLLED(MO-IDX)
                   MOVE "1E" TO FM-LINE-14(MO-IDX)
                   MOVE PREMIUM-EDIT TO FM-LINE-15(MO-IDX)
                   MOVE "2C" TO FM-LINE-16(MO-IDX)
               WHEN FM-LNAP(MO-IDX)
                   MOVE "1H" TO FM-LINE-14(MO-IDX)
                   MOVE "2D" TO FM-LINE-16(MO-IDX)
               WHEN OTHER
                   MOVE "1H" TO FM-LINE-14(MO-IDX)
                   MOVE "2B" TO FM-LINE-16(MO-IDX)
           END-EVALUATE
           .
      * A full-time month is offered the plan when the company has
      * one: a qualifying offer when the premium is affordable on
      * the poverty line, otherwise an offer with its premium and
      * whichever relief applies.
       CODE-FULL-TIME-MONTH.
           EVALUATE TRUE
               WHEN CT-LOWEST-PREMIUM(CT-IDX) = 0
                   MOVE "1H" TO FM-LINE-14(MO-IDX)
               WHEN CT-LOWEST-PREMIUM(CT-IDX) <= FPL-PREMIUM-LIMIT
                   MOVE "1A" TO FM-LINE-14(MO-IDX)
                   IF FM-ENROLLED(MO-IDX) THEN
                       MOVE "2C" TO FM-LINE-16(MO-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "1E" TO FM-LINE-14(MO-IDX)
                   MOVE PREMIUM-EDIT TO FM-LINE-15(MO-IDX)
                   EVALUATE TRUE
                       WHEN FM-ENROLLED(MO-IDX)
                           MOVE "2C" TO FM-LINE-16(MO-IDX)
                       WHEN CT-LOWEST-PREMIUM(CT-IDX)
                               <= RATE-PREMIUM-LIMIT
                           MOVE "2H" TO FM-LINE-16(MO-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           .
      * Lines 14, 15, and 16, each with its months collapsed into
      * the all-12-months box when every month is the same.
       WRITE-FORM-LINES.
           ADD 1 TO FORM-COUNT
           ADD 1 TO CT-FORM-COUNT(CT-IDX)
           MOVE SPACES TO FORM-DETAIL-LINE
           MOVE "14" TO FDL-FORM-LINE
           PERFORM START-FORM-LINE
           PERFORM MOVE-LINE-14-CELL
               VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12
           PERFORM FINISH-FORM-LINE
           MOVE "15" TO FDL-FORM-LINE
           PERFORM START-FORM-LINE
           PERFORM MOVE-LINE-15-CELL
               VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12
           PERFORM FINISH-FORM-LINE
           MOVE "16" TO FDL-FORM-LINE
           PERFORM START-FORM-LINE
           PERFORM MOVE-LINE-16-CELL
               VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12
           PERFORM FINISH-FORM-LINE
           .
       START-FORM-LINE.
           MOVE SPACES TO FDL-ALL-12
           MOVE GRP-EMPLOYEE-ID TO FDL-EMP-ID
           IF EMPLOYEE-FOUND THEN
               MOVE EM-EMPLOYEE-NAME TO FDL-EMP-NAME
           ELSE
               MOVE "EMPLOYEE NOT ON MASTER FILE" TO FDL-EMP-NAME
           END-IF
           MOVE RUN-PAY-YEAR TO FDL-TAX-YEAR
           MOVE CT-FEIN(CT-IDX) TO FDL-EMPLOYER-FEIN
           .
       MOVE-LINE-14-CELL.
           MOVE SPACES TO FDL-MONTH(MO-IDX)
           MOVE FM-LINE-14(MO-IDX) TO FDL-MONTH-CELL(MO-IDX)
           .
       MOVE-LINE-15-CELL.
           MOVE SPACES TO FDL-MONTH(MO-IDX)
           MOVE FM-LINE-15(MO-IDX) TO FDL-MONTH-CELL(MO-IDX)
           .
       MOVE-LINE-16-CELL.
           MOVE SPACES TO FDL-MONTH(MO-IDX)
           MOVE FM-LINE-16(MO-IDX) TO FDL-MONTH-CELL(MO-IDX)
           .
       FINISH-FORM-LINE.
           SET CELLS-ALL-SAME TO TRUE
           PERFORM COMPARE-ONE-CELL
               VARYING MO-IDX FROM 2 BY 1 UNTIL MO-IDX > 12
           IF CELLS-ALL-SAME AND FDL-MONTH-CELL(1) NOT = SPACES THEN
               MOVE FDL-MONTH-CELL(1) TO FDL-ALL-12
               PERFORM CLEAR-ONE-CELL
                   VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12
           END-IF
           MOVE FORM-DETAIL-LINE TO FORM-1095C-RECORD
           WRITE FORM-1095C-RECORD
           .
       COMPARE-ONE-CELL.
           IF FDL-MONTH-CELL(MO-IDX) NOT = FDL-MONTH-CELL(1) THEN
               SET CELLS-DIFFER TO TRUE
           END-IF
           .
       CLEAR-ONE-CELL.
           MOVE SPACES TO FDL-MONTH-CELL(MO-IDX)
           .
       CLEAN-UP.
           CLOSE EMPLOYEE-MASTER.
           CLOSE ACA-STATUS.
           IF DED-FILE-PRESENT THEN
               CLOSE DEDUCTIONS
           END-IF.
           CLOSE FORM-1095C-OUTPUT.
           PERFORM DISPLAY-COMPANY-COUNT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           DISPLAY "1095-C FORMS BUILT: " FORM-COUNT
           DISPLAY NOT-FULL-TIME-COUNT
               " EMPLOYEES NOT FULL-TIME IN ANY MONTH - NO FORM"
           .
       DISPLAY-COMPANY-COUNT.
           DISPLAY "COMPANY " CT-COMPANY-CODE(CT-IDX) " EIN "
               CT-FEIN(CT-IDX) " - " CT-FORM-COUNT(CT-IDX) " FORMS"
           .
       END PROGRAM ACA1095.
