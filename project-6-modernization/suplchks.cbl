      * instead of walking WH-BRACKET, and otherwise posts the same
      * way PAYCHECKS does: state tax, FICA (same Social Security
      * wage-base cap, against the same YTD-MASTER), a NACHA credit
      * batch and a GL journal for each company paid, and the same
      * company SUTA rate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YTD-KEY
                   FILE STATUS IS YTD-FILE-STATUS.
           SELECT PAY-CALENDAR
               ASSIGN TO "PAYCAL.DAT"
           SELECT ACH-FILE
               ASSIGN TO "SUPLACH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-WORK-FILE
               ASSIGN TO "SUPLACHW.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACW-FILE-STATUS.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO "SUPLEXCP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "TAXRATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TR-FILE-STATUS.
           SELECT DEPOSIT-ALLOCATIONS
               ASSIGN TO "DEPALLOC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DA-KEY
                   FILE STATUS IS DA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * one flat supplemental-wage amount per employee per run --
               COPY PAYCAL.
           FD ACH-FILE.
           01 ACH-OUTPUT-RECORD        PIC X(94).
      * the ACH entries as each check posts, tagged with the paying
      * company -- WRITE-ACH-FILE sorts them into one batch per
      * company at the end, the same way PAYCHECKS builds ACH.DAT.
           FD ACH-WORK-FILE.
           01 ACH-WORK-RECORD.
               02 ACW-COMPANY-CODE     PIC X(02).
               02 ACW-ENTRY-RECORD     PIC X(94).
           FD COMPANY-FILE.
               COPY COMPANY.
           FD EXCEPTION-REPORT.
           01 EXCEPTION-REPORT-LINE.
               02 EXL-EMP-ID            PIC X(05).
               02 FILLER                PIC X(01).
               02 EXL-REASON            PIC X(40).
           FD GL-EXTRACT.
           01 GL-EXTRACT-LINE          PIC X(75).
      * checkpoint/restart record -- same layout PAYCHECKS uses;
      * YTD-MASTER is rewritten per input record here too, so a
      * rerun after a crash must resume after the last record
      * loads, selected by this run's pay date.
           FD TAX-RATE-FILE.
               COPY TAXRATES.
      * the direct-deposit split PAYCHECKS pays by -- a bonus is
      * dealt out to the same accounts, in the same order, under the
      * same prenote rules.  Read only; prenotes go out with the
      * regular run.
           FD DEPOSIT-ALLOCATIONS.
               COPY DEPALLOC.
       WORKING-STORAGE SECTION.
           01 END-FILE              PIC X.
               88  EOF VALUE "T".
               02 ST-RATE-EFF OCCURS 10 TIMES PIC 9(08).
      * employer-side rates -- same figures PAYCHECKS carries, since
      * a bonus accrues the company's FICA match and unemployment
      * taxes the same way regular wages do.  SUTA is the paying
      * company's own rate off COMPANY-FILE.
           77 Futa-tax-rate         Pic V9999 Value Is .0060 .
           77 Futa-Wage-Base        Pic 9(6)V99 Value Is 7000.00 .
           77 Suta-Wage-Base        Pic 9(6)V99 Value Is 9500.00 .
           01 GROSS-PAY                PIC 9(6)V99 USAGE COMP.
           01 FED-TAX                  PIC 9(6)V99 USAGE COMP.
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
      * company's entry for the whole check, and the entry carries
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
      * the one entry WRITE-ACH-ENTRY is about to write -- the account
      * and the share of net pay going to it.
           01 DEPOSIT-TARGET.
               02 DEP-ROUTING-NUMBER   PIC 9(09).
               02 DEP-ACCOUNT-NUMBER   PIC X(17).
               02 DEP-ACCOUNT-TYPE     PIC X(01).
                   88  DEP-SAVINGS         VALUE "S".
           01 DEP-ENTRY-AMOUNT     PIC 9(06)V99 USAGE COMP.
      * direct-deposit split -- the same plan PAYCHECKS builds: one
      * line per account on DEPOSIT-ALLOCATIONS, plus the master
      * account when no row takes the remainder.  Any account the
      * pay would go to that hasn't cleared its prenote waiting period
      * keeps the check out of this ACH-only run.
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
      * same prenote waiting period and 30/360 day count PAYCHECKS
      * uses.
           77 Prenote-Wait-Days    Pic 9(03) Value Is 10 .
           01 PRENOTE-AGE-DATE.
               02 PN-AGE-YEAR          PIC 9(04).
               02 PN-AGE-MONTH         PIC 9(02).
               02 PN-AGE-DAY           PIC 9(02).
           01 PRENOTE-AGE-DAYS     PIC S9(06) USAGE COMP.
           01 EXCEPTION-REASON     PIC X(40).
           01 EXCEPTION-COUNT      PIC 9(06) USAGE COMP VALUE 0.
      * a checkpoint is written after every input record -- the same
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
           PERFORM READ-PAY-CALENDAR.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-PAY-HISTORY.
           PERFORM OPEN-DEPOSIT-ALLOCATIONS.
           PERFORM LOAD-TAX-RATE-FILE.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM SKIP-TO-RESTART-POINT.
      * No split file yet just means everyone is paid to the master
      * account; a file that is there but won't open stops the run,
      * since paying past it could send money to an unproven account.
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
      * A normal run opens the outputs fresh; a restart reopens them
      * for EXTEND so the entries the interrupted run already wrote
      * survive, the same way PAYCHECKS' restart does.  Headers stay
      * file from the original run.
       OPEN-OUTPUT-FILES.
           IF RESTART-MODE THEN
               OPEN EXTEND ACH-WORK-FILE
               OPEN EXTEND EXCEPTION-REPORT
               OPEN EXTEND GL-EXTRACT
           ELSE
               OPEN OUTPUT ACH-WORK-FILE
               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT GL-EXTRACT
               MOVE "EMP ID       AMOUNT EXCEPTION"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF
           .
      * On a rerun, pick up a checkpoint left by a run that didn't
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
      * SUPLCHKS keeps each department entry's company in the slot
      * PAYCHECKS uses for its charge-code entries.
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
      * Read and discard input records a prior, interrupted run
      * already processed so the loop resumes right after them.
           MOVE FUTA-TAX-TOTAL        TO CKPT-FUTA-TAX-TOTAL
           MOVE SUTA-TAX-TOTAL        TO CKPT-SUTA-TAX-TOTAL
           MOVE 0                   TO CKPT-LAST-CHECK-NUMBER
           MOVE 0                   TO CKPT-GL-CHG-COUNT
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
      * This run's pay date comes off the pay calendar's run-control
      * row, which leads the file -- the single-date RUNPARM.DAT
               MOVE TR-EFFECTIVE-DATE TO SUPPL-RATE-EFF
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
           MOVE SPACES TO NACHA-BATCH-HEADER
           MOVE "5" TO NBH-RECORD-TYPE
           MOVE "200" TO NBH-SERVICE-CLASS-CODE
           MOVE CT-COMPANY-NAME(CT-IDX) TO NBH-COMPANY-NAME
           MOVE CT-FEIN(CT-IDX) TO NBH-COMPANY-ID
           MOVE "PPD" TO NBH-STD-ENTRY-CLASS
           MOVE "SUPPL PAY" TO NBH-COMPANY-ENTRY-DESC
           MOVE "1" TO NBH-ORIGINATOR-STAT-CD
           MOVE ACH-ORIGIN-DFI-ID TO NBH-ORIGINATING-DFI-ID
           MOVE ACH-BATCH-COUNT TO NBH-BATCH-NUMBER
           MOVE NACHA-BATCH-HEADER TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           .
           .
       PAY-SUPPL-WAGE.
           PERFORM LOOKUP-EMPLOYEE-MASTER
           EVALUATE TRUE
               WHEN EMPLOYEE-NOT-FOUND
                   MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER FILE"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN COMPANY-NOT-FOUND
                   MOVE "EMPLOYEE COMPANY NOT ON COMPANY FILE"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
      * this is an ACH-only run -- an employee on paper checks, or
      * with no usable routing number on file, can't be paid out of
      * it, and a type-6 entry with a zero receiving DFI would just
      * be rejected by the bank.  Neither can an employee whose split
      * sends money to an account still waiting on its prenote.
      * Surface the employee on the exception report so the payment
      * is handled by hand instead of silently never arriving.
                   PERFORM PLAN-DIRECT-DEPOSIT
                   IF DEPOSIT-BY-CHECK THEN
                       IF DEP-ROWS-READ > 0
                               AND NOT EM-PAY-BY-PAPER-CHECK THEN
                           MOVE "PRENOTE NOT VERIFIED - PAY MANUALLY"
                               TO EXCEPTION-REASON
                       ELSE
                           MOVE
                          "NO DIRECT DEPOSIT ON FILE - PAY MANUALLY"
                               TO EXCEPTION-REASON
                       END-IF
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM LOOKUP-YTD-MASTER
                       PERFORM COMPUTE-SUPPL-GROSS
                       PERFORM COMPUTE-SUPPL-FED-TAX
                       PERFORM COMPUTE-STATE-TAX
                       PERFORM COMPUTE-FICA
                       PERFORM COMPUTE-EMPLOYER-TAXES
                       PERFORM COMPUTE-NET-PAY
                       PERFORM SPLIT-NET-PAY
                       PERFORM POST-SUPPL-CHECK
                   END-IF
           END-EVALUATE
           .
       LOOKUP-EMPLOYEE-MASTER.
           MOVE SW-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           IF EMPLOYEE-FOUND AND NOT EM-ACTIVE THEN
               SET EMPLOYEE-NOT-FOUND TO TRUE
           END-IF
      * the company the check is paid under -- a master record
      * FILECONV hasn't carried forward belongs to the original one.
           SET COMPANY-NOT-FOUND TO TRUE
           IF EMPLOYEE-FOUND THEN
               IF EM-COMPANY-CODE = SPACES THEN
                   MOVE Original-company TO PAY-COMPANY-CODE
               ELSE
                   MOVE EM-COMPANY-CODE TO PAY-COMPANY-CODE
               END-IF
               PERFORM FIND-COMPANY-ENTRY
           END-IF
           .
      * kept per employee per company, the same as PAYCHECKS.
       LOOKUP-YTD-MASTER.
           MOVE SW-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
           MOVE PAY-COMPANY-CODE TO YTD-COMPANY-CODE
           READ YTD-MASTER
               INVALID KEY SET YTD-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET YTD-RECORD-FOUND TO TRUE
           IF YTD-RECORD-NOT-FOUND OR YTD-TAX-YEAR NOT = RUN-TAX-YEAR
               THEN
               MOVE SW-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
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
           END-IF
      * a record FILECONV hasn't carried past the 401(k) fields reads
      * back with spaces in them; rewriting it must not keep them.
           IF YTD-401K-DEFERRAL NOT NUMERIC THEN
               MOVE 0 TO YTD-401K-DEFERRAL
               MOVE 0 TO YTD-401K-CATCHUP
               MOVE 0 TO YTD-ER-401K-MATCH
           END-IF
           .
      * A supplemental check has no pre-tax deductions to net out of
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
       POST-SUPPL-CHECK.
           DISPLAY "SUPPLEMENTAL CHECK - EMP ID " SW-EMPLOYEE-ID
               " " SW-REASON " GROSS " GROSS-PAY " NET " NET-PAY
           PERFORM WRITE-DEPOSIT-ENTRIES
           PERFORM WRITE-PAY-HISTORY
           PERFORM ACCUMULATE-REGISTER-TOTALS
           PERFORM ACCUMULATE-GL-TOTALS
           PERFORM UPDATE-YTD-MASTER
           .
      * One history record per supplemental payment, written right
      * after the ACH entries so the record carries the trace the bank
      * will know the credit by (the first entry's, for a split).  No
      * deduction detail on an off-cycle check -- SW-AMOUNT is taxable
      * gross as-is.
       WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE SW-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE RUN-PAY-DATE   TO PH-PAY-DATE
           MOVE 0              TO PH-PAYMENT-SEQ
           SET PH-SUPPLEMENTAL-PAY TO TRUE
           MOVE PAY-COMPANY-CODE   TO PH-COMPANY-CODE
           MOVE 0                  TO PH-CHECK-NUMBER
           MOVE ACH-ORIGIN-DFI-ID  TO PH-TRACE-DFI
           MOVE DEP-FIRST-TRACE    TO PH-TRACE-SEQUENCE
           MOVE EM-EMPLOYEE-NAME   TO PH-EMPLOYEE-NAME
           MOVE GROSS-PAY          TO PH-GROSS-PAY
           MOVE GROSS-PAY          TO PH-TAXABLE-WAGES
           MOVE SUTA-TAXABLE-THIS-PERIOD TO PH-SUTA-WAGES
           MOVE SUTA-TAX           TO PH-SUTA-TAX
           MOVE 0                  TO PH-DED-COUNT
           MOVE 0                  TO PH-401K-DEFERRAL
           MOVE 0                  TO PH-401K-CATCHUP
           MOVE 0                  TO PH-ER-401K-MATCH
           SET PH-PAYMENT-OPEN TO TRUE
           SET PH-CHECK-OUTSTANDING TO TRUE
           MOVE 0 TO PH-CLEARED-DATE
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
      * The same split PLAN-DIRECT-DEPOSIT builds in PAYCHECKS, judged
      * before any money is computed so a check this run can't
      * deposit never posts to YTD-MASTER or the run totals.
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
           END-IF
           .
       TEST-GL-DEPT-ENTRY.
           IF GL-DEPT-CODE(GL-DEPT-IDX) = EM-DEPARTMENT
                   AND GL-DEPT-COMPANY(GL-DEPT-IDX) = PAY-COMPANY-CODE
                   THEN
               SET GL-DEPT-FOUND TO TRUE
           ELSE
               SET GL-DEPT-IDX UP BY 1
               ADD 1 TO GL-DEPT-COUNT
               SET GL-DEPT-IDX TO GL-DEPT-COUNT
               MOVE EM-DEPARTMENT TO GL-DEPT-CODE(GL-DEPT-IDX)
               MOVE PAY-COMPANY-CODE TO GL-DEPT-COMPANY(GL-DEPT-IDX)
               MOVE 0 TO GL-DEPT-GROSS-TOTAL(GL-DEPT-IDX)
               SET GL-DEPT-FOUND TO TRUE
           ELSE
           DISPLAY "EXCEPTION - EMP ID " SW-EMPLOYEE-ID
               " - " EXCEPTION-REASON
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

      * the employer-side payroll taxes this run accrued -- one
      * expense debit balanced by a liability credit per tax, same
      * accounts PAYCHECKS posts.
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
           .
       WRITE-ACH-BLOCK-PADDING.
           COMPUTE ACH-PAD-COUNT =
               (NFC-BLOCK-COUNT * 10)
               - (ACH-ENTRY-COUNT + 2 + (2 * ACH-BATCH-COUNT))
           PERFORM WRITE-ACH-PAD-RECORD
               VARYING ACH-PAD-IDX FROM 1 BY 1
               UNTIL ACH-PAD-IDX > ACH-PAD-COUNT
           WRITE ACH-OUTPUT-RECORD
           .
       CLEAN-UP.
           PERFORM WRITE-ACH-FILE.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM WRITE-FINAL-CHECKPOINT.
           CLOSE SUPPL-WAGES.
           CLOSE EMPLOYEE-MASTER.
           CLOSE YTD-MASTER.
           CLOSE PAY-HISTORY.
           CLOSE EXCEPTION-REPORT.
           CLOSE GL-EXTRACT.
           IF DA-FILE-PRESENT THEN
               CLOSE DEPOSIT-ALLOCATIONS
           END-IF
           DISPLAY "SUPPLEMENTAL RUN COMPLETE - " REG-EMPLOYEE-COUNT
               " CHECKS, " EXCEPTION-COUNT " EXCEPTIONS"
           .
