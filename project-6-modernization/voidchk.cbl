      * out of the YTD-MASTER totals PAYCHECKS accumulated, marks
      * the history record voided so the same payment can't be
      * voided twice, and posts correcting journal lines to a GL
      * extract so the books tie back to zero on that check.  Every
      * piece of it goes under the company the check was paid by --
      * its YTD record, its own reversal batch, and its journal.
      * Reissues are written in the supplemental-wage layout so
      * SUPLCHKS cuts the replacement check the same way it cuts a
      * bonus, rather than this program growing its own third way to
      * pay somebody.  A deposit that was split across accounts is
      * pulled back out of each of them, in the shares the pay run
      * dealt it.
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
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS PH-FILE-STATUS.
           SELECT DEPOSIT-ALLOCATIONS
               ASSIGN TO "DEPALLOC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DA-KEY
                   FILE STATUS IS DA-FILE-STATUS.
           SELECT ACH-FILE
               ASSIGN TO "VOIDACH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-WORK-FILE
               ASSIGN TO "VOIDACHW.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACW-FILE-STATUS.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "VOIDPPAY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * key and marked voided here once it's backed out.
           FD PAY-HISTORY.
               COPY PAYHIST.
      * the direct-deposit split -- read to rebuild the shares a
      * voided deposit went out in, so each account is debited for
      * exactly what was credited to it.
           FD DEPOSIT-ALLOCATIONS.
               COPY DEPALLOC.
      * the reversal batch -- NACHA debit entries that pull a voided
      * deposit back out of the employee's account.
           FD ACH-FILE.
           01 ACH-OUTPUT-RECORD        PIC X(94).
      * the reversal entries as each void applies, tagged with the
      * company that paid the check -- WRITE-ACH-FILE sorts them into
      * one debit batch per company at the end, the same way
      * PAYCHECKS builds ACH.DAT.
           FD ACH-WORK-FILE.
           01 ACH-WORK-RECORD.
               02 ACW-COMPANY-CODE     PIC X(02).
               02 ACW-ENTRY-RECORD     PIC X(94).
           FD COMPANY-FILE.
               COPY COMPANY.
      * VOID lines for the bank's positive-pay match, so a voided
      * paper check presented at a teller window is refused instead
      * of cashed.  Same line layout PAYCHECKS issues checks with.
               02 PPY-PAYEE-NAME       PIC X(25).
               02 FILLER               PIC X(01).
               02 PPY-STATUS           PIC X(06).
               02 FILLER               PIC X(01).
               02 PPY-BANK-ACCOUNT     PIC X(17).
      * correcting journal entries -- the same accounts PAYCHECKS
      * posted the original check to, with the sides swapped.
           FD GL-EXTRACT.
           01 GL-EXTRACT-LINE          PIC X(75).
      * reissues queued for SUPLCHKS, in its supplemental-wage input
      * layout -- drop this file in as SUPLWAGE.DAT for the next
      * off-cycle run and the replacement check is cut and posted the
      * the history record for the correcting GL lines.
           01 VOID-ER-FICA-TOTAL     PIC 9(7)V99 USAGE COMP.
           01 VOID-ER-TAX-TOTAL      PIC 9(7)V99 USAGE COMP.
      * reversal plan for a voided deposit -- the same plan PAYCHECKS
      * and SUPLCHKS deal net pay out by: one line per split row in
      * sequence order, plus the master account when no row takes
      * the remainder.  DEPOSIT-ALLOCATIONS holds today's rows, not
      * the ones the check was paid under, so every split account
      * has to have been live on the voided check's pay date --
      * proven by a prenote that aged out before then.  One that
      * wasn't (added or re-pointed since) means the rows no longer
      * describe the payment, and the void is rejected to be
      * reversed by hand rather than debit the wrong account.
           01 DA-FILE-STATUS       PIC X(02).
           01 DA-FILE-SW           PIC X(01).
               88  DA-FILE-PRESENT     VALUE "Y".
               88  DA-FILE-ABSENT      VALUE "N".
           01 DA-MORE-SW           PIC X(01).
               88  DA-MORE-FOR-EMPLOYEE     VALUE "Y".
               88  DA-NO-MORE-FOR-EMPLOYEE  VALUE "N".
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
                           88  DPL-SAVINGS         VALUE "S".
                   03 DPL-ALLOC-TYPE       PIC X(01).
                   03 DPL-ALLOC-AMOUNT     PIC 9(4)V99.
                   03 DPL-PAY-AMOUNT       PIC 9(06)V99 USAGE COMP.
           01 DEP-PLAN-COUNT       PIC 9(02) USAGE COMP.
           01 DEP-SPLIT-ROWS       PIC 9(02) USAGE COMP.
           01 DEP-REMAINDER-LINE   PIC 9(02) USAGE COMP.
           01 DEP-NET-LEFT         PIC 9(06)V99 USAGE COMP.
           01 DEP-THIS-AMOUNT      PIC 9(06)V99 USAGE COMP.
           01 DEP-ENTRIES-WRITTEN  PIC 9(02) USAGE COMP.
           77 Prenote-Wait-Days    Pic 9(03) Value Is 10 .
           01 PRENOTE-AGE-DATE.
               02 PN-AGE-YEAR          PIC 9(04).
               02 PN-AGE-MONTH         PIC 9(02).
               02 PN-AGE-DAY           PIC 9(02).
           01 VOIDED-PAY-DATE.
               02 VPD-YEAR             PIC 9(04).
               02 VPD-MONTH            PIC 9(02).
               02 VPD-DAY              PIC 9(02).
           01 PRENOTE-AGE-DAYS     PIC S9(06) USAGE COMP.
           COPY NACHAREC.
           01 ACH-ORIGIN-DFI-ID    PIC X(08) VALUE "12345678".
           01 ACH-ENTRY-COUNT      PIC 9(06) USAGE COMP VALUE 0.
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
           01 ACH-BATCH-DEBIT      PIC 9(12)V99 USAGE COMP.
           01 ACH-BATCH-OPEN-SW    PIC X(01).
               88  ACH-BATCH-IS-OPEN   VALUE "Y".
               88  ACH-NO-BATCH-OPEN   VALUE "N".
           01 ACH-IMMED-ORIGIN.
               02 FILLER               PIC X(01) VALUE SPACE.
               02 ACH-ORIGIN-FEIN      PIC X(09).
      * the companies payroll is run for, off COMPANY-FILE -- the
      * same table PAYCHECKS loads.  CT-IDX stays on the paying
      * company's entry for the whole payment.
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
           01 CT-COUNT             PIC 9(02) USAGE COMP VALUE 0.
           01 GL-JOURNAL-LINE.
               02 GL-ACCOUNT-CODE      PIC X(04).
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
      * reissue detail built here and moved to the REISSUE-FILE
      * record -- field-for-field the SUPPL-WAGE-RECORD layout
      * SUPLCHKS reads, with the reason naming the voided pay date so
                   PH-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM OPEN-DEPOSIT-ALLOCATIONS.
           PERFORM READ-PAY-CALENDAR.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM SKIP-TO-RESTART-POINT.
      * No split file just means every deposit went to the master
      * account; a file that is there but won't open stops the run,
      * the same as in SUPLCHKS.
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
               OPEN EXTEND POSITIVE-PAY-FILE
               OPEN EXTEND GL-EXTRACT
               OPEN EXTEND REISSUE-FILE
               OPEN EXTEND AUDIT-REPORT
           ELSE
               OPEN OUTPUT ACH-WORK-FILE
               OPEN OUTPUT POSITIVE-PAY-FILE
               OPEN OUTPUT GL-EXTRACT
               OPEN OUTPUT REISSUE-FILE
               MOVE "EMP ID PAY DATE DISPOSTN REASON"
                   TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF
           .
      * On a rerun, pick up a checkpoint left by a run that didn't
           END-IF
           MOVE RUN-PAY-YEAR TO RUN-TAX-YEAR
           .
      * Every company payroll is run for -- the same load PAYCHECKS
      * does, and the same stop when there is no company to pay
      * under.
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
               ELSE
                   DISPLAY "COMPANY TABLE FULL - COMPANY "
                       CO-COMPANY-CODE " NOT LOADED"
               END-IF
           END-IF
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
           MOVE "225" TO NBH-SERVICE-CLASS-CODE
           MOVE CT-COMPANY-NAME(CT-IDX) TO NBH-COMPANY-NAME
           MOVE CT-FEIN(CT-IDX) TO NBH-COMPANY-ID
           MOVE "PPD" TO NBH-STD-ENTRY-CLASS
           MOVE "REVERSAL" TO NBH-COMPANY-ENTRY-DESC
           MOVE "1" TO NBH-ORIGINATOR-STAT-CD
           MOVE ACH-ORIGIN-DFI-ID TO NBH-ORIGINATING-DFI-ID
           MOVE ACH-BATCH-COUNT TO NBH-BATCH-NUMBER
           MOVE NACHA-BATCH-HEADER TO ACH-OUTPUT-RECORD
           WRITE ACH-OUTPUT-RECORD
           .
               MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER FILE"
                   TO AUD-REASON-TEXT
           ELSE
               PERFORM FIND-PAY-HISTORY
               IF AUD-REASON-TEXT = SPACES THEN
                   PERFORM FIND-PAYMENT-COMPANY
               END-IF
               IF AUD-REASON-TEXT = SPACES THEN
                   PERFORM LOOKUP-YTD-MASTER
               END-IF
               IF AUD-REASON-TEXT = SPACES
                       AND VTX-CHECK-NUMBER = 0 THEN
                   PERFORM PLAN-ACH-REVERSAL
               END-IF
           END-IF
           .
      * open match has to be read back by its full key before the
      * void applies -- both so the figures backed out are the
      * matched payment's and so the REWRITE in MARK-HISTORY-VOIDED
      * lands on the right record.  A check ESCHEAT has taken in is
      * already stopped at the bank and its money is owed to the
      * owner or the state; voiding it would reverse wages that were
      * paid, so it is rejected.
       FETCH-MATCHED-PAYMENT.
           MOVE VTX-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE VTX-PAY-DATE    TO PH-PAY-DATE
               INVALID KEY
                   MOVE "NO PAY HISTORY FOR THIS PAYMENT"
                       TO AUD-REASON-TEXT
               NOT INVALID KEY
                   IF PH-CHECK-ESCHEATED THEN
                       MOVE "CHECK HELD AS UNCLAIMED PROPERTY"
                           TO AUD-REASON-TEXT
                   END-IF
           END-READ
           .
       LOOKUP-EMPLOYEE-MASTER.
               NOT INVALID KEY SET EMPLOYEE-FOUND TO TRUE
           END-READ
           .
      * The check is voided under the company that paid it, off its
      * own history record -- not the employee's company today, which
      * a transfer since may have changed.  A history record written
      * before the company code was carried is the original one's.
       FIND-PAYMENT-COMPANY.
           IF PH-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO PAY-COMPANY-CODE
           ELSE
               MOVE PH-COMPANY-CODE TO PAY-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-ENTRY
           IF COMPANY-NOT-FOUND THEN
               MOVE "PAYING COMPANY NOT ON COMPANY FILE"
                   TO AUD-REASON-TEXT
           END-IF
           .
      * The voided check's figures sit in this year's YTD record; a
      * void keyed against an employee with no record, or against a
      * check from a prior tax year, can't be backed out here -- the
      * prior year's totals are already on a W-2.
       LOOKUP-YTD-MASTER.
           MOVE VTX-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
           MOVE PAY-COMPANY-CODE TO YTD-COMPANY-CODE
           READ YTD-MASTER
               INVALID KEY SET YTD-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET YTD-RECORD-FOUND TO TRUE
           PERFORM BACK-OUT-YTD-TOTALS
           PERFORM MARK-HISTORY-VOIDED
           IF VTX-CHECK-NUMBER = 0 THEN
               PERFORM WRITE-ACH-REVERSAL-ENTRIES
           ELSE
               PERFORM WRITE-POSITIVE-PAY-VOID
           END-IF
           ELSE
               SUBTRACT PH-SUTA-TAX FROM YTD-SUTA-TAX
           END-IF
      * the 401(k) figures sit at the tail of both records -- a
      * payment made before they existed carried no deferral to
      * back out, and a YTD record FILECONV hasn't reached has none
      * to back it out of.
           IF PH-401K-DEFERRAL NUMERIC
                   AND YTD-401K-DEFERRAL NUMERIC THEN
               PERFORM BACK-OUT-401K-TOTALS
           END-IF
           REWRITE YTD-MASTER-RECORD
           .
       BACK-OUT-401K-TOTALS.
           IF PH-401K-DEFERRAL > YTD-401K-DEFERRAL THEN
               MOVE 0 TO YTD-401K-DEFERRAL
           ELSE
               SUBTRACT PH-401K-DEFERRAL FROM YTD-401K-DEFERRAL
           END-IF
           IF PH-401K-CATCHUP > YTD-401K-CATCHUP THEN
               MOVE 0 TO YTD-401K-CATCHUP
           ELSE
               SUBTRACT PH-401K-CATCHUP FROM YTD-401K-CATCHUP
           END-IF
           IF PH-ER-401K-MATCH > YTD-ER-401K-MATCH THEN
               MOVE 0 TO YTD-ER-401K-MATCH
           ELSE
               SUBTRACT PH-ER-401K-MATCH FROM YTD-ER-401K-MATCH
           END-IF
           .
      * Rebuild the accounts the voided deposit was dealt out to.  An
      * employee with no split rows was paid whole to the master
      * account, as every deposit was before the split file existed,
      * and is reversed the same way -- provided there is a master
      * account on file to debit.  With split rows, a plan that can't
      * be rebuilt as it was paid -- an account not live on the pay
      * date, more rows than the plan holds, or no account to take
      * the remainder -- is rejected for a hand reversal.
       PLAN-ACH-REVERSAL.
           SET DEP-PLAN-USABLE TO TRUE
           SET MASTER-ACCOUNT-LIVE TO TRUE
           MOVE 0 TO DEP-PLAN-COUNT
           MOVE 0 TO DEP-SPLIT-ROWS
           MOVE 0 TO DEP-REMAINDER-LINE
           MOVE PH-PAY-DATE TO VOIDED-PAY-DATE
           IF DA-FILE-PRESENT THEN
               PERFORM LOAD-DEPOSIT-ALLOCATIONS
           END-IF
           IF DEP-REMAINDER-LINE = 0 THEN
               PERFORM ADD-MASTER-PLAN-LINE
           END-IF
           EVALUATE TRUE
               WHEN DEP-SPLIT-ROWS = 0 AND EM-ROUTING-NUMBER = 0
                   MOVE "NO DIRECT DEPOSIT ON FILE TO REVERSE"
                       TO AUD-REASON-TEXT
               WHEN DEP-SPLIT-ROWS > 0 AND DEP-PLAN-UNUSABLE
                   MOVE "SPLIT DEPOSIT - REVERSE BY HAND"
                       TO AUD-REASON-TEXT
               WHEN OTHER
                   PERFORM SPLIT-NET-PAY
           END-EVALUATE
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
                   PERFORM CHECK-ACCOUNT-LIVE
                   IF DA-MASTER-ACCOUNT-ROW THEN
                       IF ACCOUNT-NOT-LIVE THEN
                           SET MASTER-ACCOUNT-NOT-LIVE TO TRUE
                       END-IF
                   ELSE
                       ADD 1 TO DEP-SPLIT-ROWS
                       IF ACCOUNT-NOT-LIVE THEN
                           SET DEP-PLAN-UNUSABLE TO TRUE
                       END-IF
                       PERFORM ADD-ALLOCATION-PLAN-LINE
                   END-IF
               END-IF
           END-IF
           .
      * PAYCHECKS' live-account test, aged to the voided check's pay
      * date instead of this run's: verified or sent, with the
      * prenote out the full waiting period by then.  A verified row
      * keeps the date its prenote went out, so it ages the same way.
       CHECK-ACCOUNT-LIVE.
           SET ACCOUNT-NOT-LIVE TO TRUE
           IF DA-PRENOTE-VERIFIED OR DA-PRENOTE-SENT THEN
               PERFORM AGE-PRENOTE
               IF PRENOTE-AGE-DAYS NOT < Prenote-Wait-Days THEN
                   SET ACCOUNT-IS-LIVE TO TRUE
               END-IF
           END-IF
           .
       AGE-PRENOTE.
           MOVE DA-PRENOTE-DATE TO PRENOTE-AGE-DATE
           COMPUTE PRENOTE-AGE-DAYS =
               ((VPD-YEAR - PN-AGE-YEAR) * 360)
               + ((VPD-MONTH - PN-AGE-MONTH) * 30)
               + (VPD-DAY - PN-AGE-DAY)
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
               SET DEP-PLAN-UNUSABLE TO TRUE
           END-IF
           .
      * No row takes the remainder, so the master account does.  Its
      * own prenote only matters alongside split rows -- a row-less
      * deposit is reversed to the master account as it always was.
       ADD-MASTER-PLAN-LINE.
           IF EM-ROUTING-NUMBER = 0 THEN
               SET DEP-PLAN-UNUSABLE TO TRUE
           ELSE
               IF MASTER-ACCOUNT-NOT-LIVE THEN
                   SET DEP-PLAN-UNUSABLE TO TRUE
               END-IF
               ADD 1 TO DEP-PLAN-COUNT
               MOVE EM-DIRECT-DEPOSIT
                   TO DPL-ACCOUNT-INFO(DEP-PLAN-COUNT)
               MOVE "R" TO DPL-ALLOC-TYPE(DEP-PLAN-COUNT)
               MOVE 0 TO DPL-ALLOC-AMOUNT(DEP-PLAN-COUNT)
               MOVE 0 TO DPL-PAY-AMOUNT(DEP-PLAN-COUNT)
               MOVE DEP-PLAN-COUNT TO DEP-REMAINDER-LINE
           END-IF
           .
      * Deal the voided net pay out exactly as the pay run did --
      * flat amounts and percents in sequence order, each capped at
      * what is left, percents truncated, the remainder account
      * taking the rest.
       SPLIT-NET-PAY.
           MOVE PH-NET-PAY TO DEP-NET-LEFT
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
                       PH-NET-PAY * DPL-ALLOC-AMOUNT(DEP-PLAN-IDX)
               WHEN OTHER
                   MOVE 0 TO DEP-THIS-AMOUNT
           END-EVALUATE
           IF DEP-THIS-AMOUNT > DEP-NET-LEFT THEN
               MOVE DEP-NET-LEFT TO DEP-THIS-AMOUNT
           END-IF
           MOVE DEP-THIS-AMOUNT TO DPL-PAY-AMOUNT(DEP-PLAN-IDX)
           SUBTRACT DEP-THIS-AMOUNT FROM DEP-NET-LEFT
           .
      * One reversal debit per account the deposit was credited to,
      * in the same order and for the same share.  A zero net pay
      * went out as a single zero credit to the remainder account,
      * and is reversed the same way.
       WRITE-ACH-REVERSAL-ENTRIES.
           MOVE 0 TO DEP-ENTRIES-WRITTEN
           PERFORM WRITE-ONE-REVERSAL-ENTRY
               VARYING DEP-PLAN-IDX FROM 1 BY 1
               UNTIL DEP-PLAN-IDX > DEP-PLAN-COUNT
           IF DEP-ENTRIES-WRITTEN = 0 THEN
               SET DEP-PLAN-IDX TO DEP-REMAINDER-LINE
               PERFORM WRITE-ACH-REVERSAL-ENTRY
           END-IF
           .
       WRITE-ONE-REVERSAL-ENTRY.
           IF DPL-PAY-AMOUNT(DEP-PLAN-IDX) > 0 THEN
               PERFORM WRITE-ACH-REVERSAL-ENTRY
           END-IF
           .
      * The reversal debit pulls the share back out of the same
      * account the credit went to -- transaction codes 27/37 are
      * the debit counterparts of the 22/32 WRITE-ACH-ENTRY stamps
      * on credits.
       WRITE-ACH-REVERSAL-ENTRY.
           ADD 1 TO ACH-ENTRY-COUNT
           ADD 1 TO ACH-TRACE-SEQUENCE
           MOVE SPACES TO NACHA-ENTRY-DETAIL
           MOVE "6" TO NED-RECORD-TYPE
           IF DPL-SAVINGS(DEP-PLAN-IDX) THEN
               MOVE "37" TO NED-TRANSACTION-CODE
           ELSE
               MOVE "27" TO NED-TRANSACTION-CODE
           END-IF
           MOVE DPL-ROUTING-NUMBER(DEP-PLAN-IDX)(1:8)
               TO NED-RECEIVING-DFI-ID
           MOVE DPL-ROUTING-NUMBER(DEP-PLAN-IDX)(9:1)
               TO NED-CHECK-DIGIT
           MOVE DPL-ACCOUNT-NUMBER(DEP-PLAN-IDX)
               TO NED-DFI-ACCOUNT-NUMBER
           MOVE DPL-PAY-AMOUNT(DEP-PLAN-IDX) TO NED-AMOUNT
           MOVE VTX-EMPLOYEE-ID TO NED-INDIVIDUAL-ID
           MOVE EM-EMPLOYEE-NAME TO NED-INDIVIDUAL-NAME
           MOVE "0" TO NED-ADDENDA-RECORD-IND
           MOVE ACH-ORIGIN-DFI-ID TO NED-TRACE-DFI
           MOVE ACH-TRACE-SEQUENCE TO NED-TRACE-SEQUENCE
           DIVIDE DPL-ROUTING-NUMBER(DEP-PLAN-IDX) BY 10
               GIVING ACH-ENTRY-DFI-NUM
           ADD ACH-ENTRY-DFI-NUM TO ACH-ENTRY-HASH
           ADD DPL-PAY-AMOUNT(DEP-PLAN-IDX) TO ACH-TOTAL-DEBIT
           MOVE PAY-COMPANY-CODE TO ACW-COMPANY-CODE
           MOVE NACHA-ENTRY-DETAIL TO ACW-ENTRY-RECORD
           WRITE ACH-WORK-RECORD
           ADD 1 TO DEP-ENTRIES-WRITTEN
           .
       WRITE-POSITIVE-PAY-VOID.
           MOVE SPACES TO POSITIVE-PAY-LINE
           MOVE PH-NET-PAY       TO PPY-AMOUNT
           MOVE EM-EMPLOYEE-NAME TO PPY-PAYEE-NAME
           MOVE "VOID  " TO PPY-STATUS
           MOVE CT-BANK-ACCOUNT(CT-IDX) TO PPY-BANK-ACCOUNT
           WRITE POSITIVE-PAY-LINE
           .
      * Mirror the journal entries PAYCHECKS posted for the original
           MOVE EM-DEPARTMENT TO GL-DEPARTMENT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE PH-GROSS-PAY  TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "1000" TO GL-ACCOUNT-CODE
           MOVE "CASH" TO GL-ACCOUNT-NAME
           MOVE PH-NET-PAY  TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2100" TO GL-ACCOUNT-CODE
           MOVE "FED TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE PH-FED-TAX  TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2200" TO GL-ACCOUNT-CODE
           MOVE "STATE TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE PH-STATE-TAX  TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2300" TO GL-ACCOUNT-CODE
           MOVE "FICA TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE PH-FICA-TAX  TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2400" TO GL-ACCOUNT-CODE
           MOVE "DEDUCTIONS PAYABLE" TO GL-ACCOUNT-NAME
           MOVE VOID-DEDUCTION-TOTAL TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

      * the employer-side taxes the original check accrued, with the
      * sides swapped the same way -- debit the liabilities back
           MOVE "PAYROLL TAX EXPENSE" TO GL-ACCOUNT-NAME
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE VOID-ER-TAX-TOTAL TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2310" TO GL-ACCOUNT-CODE
           MOVE "EMPLOYER FICA PAYBLE" TO GL-ACCOUNT-NAME
           MOVE VOID-ER-FICA-TOTAL TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2500" TO GL-ACCOUNT-CODE
           MOVE "FUTA TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE PH-FUTA-TAX TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

           MOVE SPACES TO GL-JOURNAL-LINE
           MOVE "2600" TO GL-ACCOUNT-CODE
           MOVE "SUTA TAX PAYABLE" TO GL-ACCOUNT-NAME
           MOVE PH-SUTA-TAX TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-JOURNAL-LINE

      * the employer 401(k) match the original check earned, swapped
      * the same way -- debit the liability, credit the expense.
           IF PH-ER-401K-MATCH NUMERIC AND PH-ER-401K-MATCH > 0 THEN
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "5200" TO GL-ACCOUNT-CODE
               MOVE "401K MATCH EXPENSE" TO GL-ACCOUNT-NAME
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE PH-ER-401K-MATCH TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "2410" TO GL-ACCOUNT-CODE
               MOVE "401K MATCH PAYABLE" TO GL-ACCOUNT-NAME
               MOVE PH-ER-401K-MATCH TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
           END-IF
           .
      * Every journal line carries the company the check was paid by.
       WRITE-GL-JOURNAL-LINE.
           MOVE PAY-COMPANY-CODE TO GL-COMPANY-CODE
           MOVE GL-JOURNAL-LINE TO GL-EXTRACT-LINE
           WRITE GL-EXTRACT-LINE
           .
           DISPLAY "VOID REJECTED - EMP ID " VTX-EMPLOYEE-ID " - "
               AUD-REASON-TEXT
           .
      * The bank file proper: the file header, one reversal batch
      * per company with entries in the work file, and the file
      * control -- built the same way as PAYCHECKS' WRITE-ACH-FILE.
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
           MOVE 0 TO ACH-BATCH-DEBIT
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
               ADD NED-AMOUNT TO ACH-BATCH-DEBIT
               MOVE ACW-ENTRY-RECORD TO ACH-OUTPUT-RECORD
               WRITE ACH-OUTPUT-RECORD
           END-IF
           .
       WRITE-ACH-BATCH-CONTROL.
           MOVE SPACES TO NACHA-BATCH-CONTROL
           MOVE "8" TO NBC-RECORD-TYPE
           MOVE "225" TO NBC-SERVICE-CLASS-CODE
           MOVE ACH-BATCH-ENTRIES TO NBC-ENTRY-ADDENDA-COUNT
           MOVE ACH-BATCH-HASH TO NBC-ENTRY-HASH
           MOVE ACH-BATCH-DEBIT TO NBC-TOTAL-DEBIT-AMOUNT
           MOVE 0 TO NBC-TOTAL-CREDIT-AMOUNT
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
           MOVE ACH-TOTAL-DEBIT TO NFC-TOTAL-DEBIT-AMOUNT
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
           PERFORM WRITE-FINAL-CHECKPOINT.
           CLOSE VOID-TRANSACTIONS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE YTD-MASTER.
           CLOSE PAY-HISTORY.
           IF DA-FILE-PRESENT THEN
               CLOSE DEPOSIT-ALLOCATIONS
           END-IF
           CLOSE POSITIVE-PAY-FILE.
           CLOSE GL-EXTRACT.
           CLOSE REISSUE-FILE.
