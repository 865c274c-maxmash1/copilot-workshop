      * Reads YTD-MASTER after the last pay period of the year and
      * produces one W-2 data record per employee -- wages, federal
      * tax withheld, Social Security wages/tax, Medicare wages/tax,
      * state wages/tax, and the 401(k) elective deferrals that go
      * in box 12 under code D.  EMPLOYEE-MASTER is read alongside it
      * for the employee's name and resident state.
      *
      * Each company on COMPANY-FILE issues its own W-2s under its
      * own FEIN, so the output comes in one section per company --
      * its employer line, then a line for every YTD record kept
      * under it.  An employee transferred between companies during
      * the year has a YTD record, and so a W-2, under each.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS YTD-KEY
                   FILE STATUS IS YTD-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
           SELECT W2-OUTPUT
               ASSIGN TO "W2OUT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD YTD-MASTER.
      * carry before the calendar replaced it).
           FD PAY-CALENDAR.
               COPY PAYCAL.
      * one fixed-width W-2 detail line per employee per company.
           FD W2-OUTPUT.
           01 W2-OUTPUT-RECORD         PIC X(150).
           FD COMPANY-FILE.
               COPY COMPANY.
       WORKING-STORAGE SECTION.
           01 YTD-FILE-STATUS      PIC X(02).
           01 EM-FILE-STATUS       PIC X(02).
               02  RUN-PAY-MONTH   PIC 9(02).
               02  RUN-PAY-DAY     PIC 9(02).
           01 W2-RECORD-COUNT      PIC 9(06) USAGE COMP VALUE 0.
           01 YEAR-RECORD-COUNT    PIC 9(06) USAGE COMP VALUE 0.
           01 NO-COMPANY-COUNT     PIC 9(06) USAGE COMP VALUE 0.
      * the companies W-2s are issued for, off COMPANY-FILE.  CT-IDX
      * is the company whose section is being written.
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
                   03 CT-W2-COUNT           PIC 9(06) USAGE COMP.
           01 CT-COUNT             PIC 9(02) USAGE COMP VALUE 0.
      * the employer line heading each company's section -- box b
      * (the FEIN) and box c (the employer's name).
           01 W2-EMPLOYER-LINE.
               02 FILLER                PIC X(13)
                   VALUE "EMPLOYER EIN ".
               02 W2E-FEIN-PREFIX       PIC X(02).
               02 FILLER                PIC X(01) VALUE "-".
               02 W2E-FEIN-SUFFIX       PIC X(07).
               02 FILLER                PIC X(02) VALUE SPACES.
               02 W2E-COMPANY-NAME      PIC X(23).
               02 FILLER                PIC X(10) VALUE "  COMPANY ".
               02 W2E-COMPANY-CODE      PIC X(02).
      * one W-2 detail line -- boxes 1/2, 3/4, 5/6, and 17 of the
      * paper form, in the order an employee would expect to see them,
      * then box 12 code D (regular and catch-up deferrals together)
      * and the FEIN of the employer issuing it.
           01 W2-DETAIL-LINE.
               02 W2-EMP-ID             PIC X(05).
               02 FILLER                PIC X(01).
               02 W2-BOX6-MEDICARE-TAX  PIC Z,ZZZ,ZZ9.99.
               02 FILLER                PIC X(01).
               02 W2-BOX17-STATE-TAX    PIC Z,ZZZ,ZZ9.99.
               02 FILLER                PIC X(01).
               02 W2-BOX12D-DEFERRALS   PIC Z,ZZZ,ZZ9.99.
               02 FILLER                PIC X(01).
               02 W2-EMPLOYER-FEIN      PIC X(09).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM WRITE-COMPANY-W2S
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM READ-PAY-CALENDAR.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT W2-OUTPUT.
      * Every company W-2s are issued for -- the same load PAYCHECKS
      * does, and the same stop when there is none.
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
                   MOVE 0 TO CT-W2-COUNT(CT-IDX)
               ELSE
                   DISPLAY "COMPANY TABLE FULL - COMPANY "
                       CO-COMPANY-CODE " NOT LOADED"
               END-IF
           END-IF
           .
      * One company's section: its employer line and column
      * heading, then a pass over the whole year-to-date file for
      * the records kept under it.
       WRITE-COMPANY-W2S.
           MOVE CT-FEIN(CT-IDX)(1:2)    TO W2E-FEIN-PREFIX
           MOVE CT-FEIN(CT-IDX)(3:7)    TO W2E-FEIN-SUFFIX
           MOVE CT-COMPANY-NAME(CT-IDX) TO W2E-COMPANY-NAME
           MOVE CT-COMPANY-CODE(CT-IDX) TO W2E-COMPANY-CODE
           MOVE W2-EMPLOYER-LINE TO W2-OUTPUT-RECORD
           WRITE W2-OUTPUT-RECORD
           MOVE
               "EMP ID EMPLOYEE NAME             YEAR   WAGES    "
               & "FED TAX  SS WAGES   SS TAX MCARE WAGES MCARE TAX"
               & " STATE TAX  12D 401K EMPLOYER"
               TO W2-OUTPUT-RECORD
           WRITE W2-OUTPUT-RECORD
           MOVE "N" TO END-FILE
           OPEN INPUT YTD-MASTER
      * the FILE STATUS clause suppresses the abort a failed OPEN
      * would otherwise raise, and a sequential READ against the
      * unopened file returns status 47 forever without ever hitting
               DISPLAY "CANNOT OPEN YTDMAST.DAT - STATUS "
                   YTD-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           PERFORM PROCESS-YTD-RECORD WITH TEST BEFORE UNTIL EOF
           CLOSE YTD-MASTER
           MOVE SPACES TO W2-OUTPUT-RECORD
           WRITE W2-OUTPUT-RECORD
           .
      * The first company's pass also counts every record for the
      * year, so a record kept under a company no longer loaded --
      * one that got no W-2 in any section -- shows up at the end.
      * A record written before the company code existed is the
      * original company's.
       PROCESS-YTD-RECORD.
           READ YTD-MASTER NEXT RECORD
               AT END MOVE "T" TO END-FILE
           END-READ
           IF NOT EOF THEN
               IF YTD-COMPANY-CODE = SPACES THEN
                   MOVE Original-company TO PAY-COMPANY-CODE
               ELSE
                   MOVE YTD-COMPANY-CODE TO PAY-COMPANY-CODE
               END-IF
               IF YTD-TAX-YEAR = RUN-PAY-YEAR THEN
                   IF CT-IDX = 1 THEN
                       ADD 1 TO YEAR-RECORD-COUNT
                   END-IF
                   IF PAY-COMPANY-CODE = CT-COMPANY-CODE(CT-IDX) THEN
                       PERFORM LOOKUP-EMPLOYEE-MASTER
                       PERFORM WRITE-W2-LINE
                   END-IF
               END-IF
           END-IF
           .
      * This run's pay date comes off the pay calendar's run-control
      * row, which leads the file -- the single-date RUNPARM.DAT
      * record moved there when the calendar replaced it.  No
               STOP RUN
           END-IF
           .
       LOOKUP-EMPLOYEE-MASTER.
           MOVE YTD-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
           .
       WRITE-W2-LINE.
           ADD 1 TO W2-RECORD-COUNT
           ADD 1 TO CT-W2-COUNT(CT-IDX)
           MOVE YTD-EMPLOYEE-ID TO W2-EMP-ID
           IF EMPLOYEE-FOUND THEN
               MOVE EM-EMPLOYEE-NAME TO W2-EMP-NAME
           MOVE YTD-MEDICARE-WAGES        TO W2-BOX5-MEDICARE-WAGES
           MOVE YTD-MEDICARE-TAX-WITHHELD TO W2-BOX6-MEDICARE-TAX
           MOVE YTD-STATE-TAX-WITHHELD    TO W2-BOX17-STATE-TAX
      * a YTD record FILECONV hasn't carried past the 401(k) fields
      * has no deferrals to report.
           IF YTD-401K-DEFERRAL NUMERIC THEN
               ADD YTD-401K-DEFERRAL YTD-401K-CATCHUP
                   GIVING W2-BOX12D-DEFERRALS
           ELSE
               MOVE 0 TO W2-BOX12D-DEFERRALS
           END-IF
           MOVE CT-FEIN(CT-IDX) TO W2-EMPLOYER-FEIN
           MOVE W2-DETAIL-LINE TO W2-OUTPUT-RECORD
           WRITE W2-OUTPUT-RECORD
           .
       CLEAN-UP.
           CLOSE EMPLOYEE-MASTER.
           CLOSE W2-OUTPUT.
           PERFORM DISPLAY-COMPANY-COUNT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           DISPLAY "W-2 RECORDS WRITTEN: " W2-RECORD-COUNT
           IF YEAR-RECORD-COUNT > W2-RECORD-COUNT THEN
               SUBTRACT W2-RECORD-COUNT FROM YEAR-RECORD-COUNT
                   GIVING NO-COMPANY-COUNT
               DISPLAY NO-COMPANY-COUNT
                   " YTD RECORDS UNDER NO COMPANY ON FILE - NO W-2"
           END-IF
           .
       DISPLAY-COMPANY-COUNT.
           DISPLAY "COMPANY " CT-COMPANY-CODE(CT-IDX) " EIN "
               CT-FEIN(CT-IDX) " - " CT-W2-COUNT(CT-IDX) " W-2S"
           .
       END PROGRAM YEAREND.
