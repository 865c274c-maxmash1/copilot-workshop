       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-OCT-15.
      * Unclaimed-property processing for paper paychecks nobody
      * cashed.  BANKRECN flags a check on the aging report once it
      * has been outstanding past the stale date; this run takes
      * every such check -- a paper check, not voided, still
      * outstanding on PAY-HISTORY and older than the same stale date
      * on the same 30/360 count -- into escheat processing and
      * carries it through to the state:
      *   - taking it in: payment is stopped with a STOP line on the
      *     positive-pay upload, the PAY-HISTORY record is marked
      *     escheated so BANKRECN stops aging it, and the amount moves
      *     on the GL from cash to unclaimed-property liability;
      *   - due diligence: inside the window before the state's report
      *     is due, the owner is sent a letter saying so;
      *   - reporting: once the letter has gone out and the report is
      *     close to due, the check goes on the NAUPA holder report for
      *     the owner's state and the liability is paid over;
      *   - claims: an owner who comes forward before then is keyed to
      *     ESCHCLM.DAT and paid directly, clearing the liability.
      * Payroll is property type PR01, dormant a year after the pay
      * date; the report for property dormant as of June 30 is due
      * November 1, the rule in most states.  An owner with no state
      * on the master is reported to the state of incorporation.
      *
      * The master carries no mailing address, so each letter names
      * the employee and is mailed to the last known address HR has
      * on file.
      *
      * The holder is the company that issued the check -- each
      * company on COMPANY-FILE reports under its own FEIN and name,
      * so there is a NAUPA report per company per state, the owner
      * letter goes out under the issuing company's name, the STOP
      * line names its bank account, and the GL journal is split by
      * company.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS PH-FILE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN TO "EMPMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-EMPLOYEE-ID
                   FILE STATUS IS EM-FILE-STATUS.
           SELECT ESCHEAT-FILE
               ASSIGN TO "ESCHEAT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ES-KEY
                   FILE STATUS IS ES-FILE-STATUS.
           SELECT PAY-CALENDAR
               ASSIGN TO "PAYCAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAL-FILE-STATUS.
      * OPTIONAL -- a run with no owner claims to post has no file.
           SELECT OPTIONAL ESCHEAT-CLAIMS
               ASSIGN TO "ESCHCLM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CLM-FILE-STATUS.
           SELECT OWNER-LETTERS
               ASSIGN TO "ESCHLTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAUPA-FILE
               ASSIGN TO "NAUPA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "ESCHPPAY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT
               ASSIGN TO "ESCHGL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT
               ASSIGN TO "ESCHRPT.DAT"
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
           FD EMPLOYEE-MASTER.
               COPY EMPMAST.
           FD ESCHEAT-FILE.
               COPY ESCHFIL.
           FD PAY-CALENDAR.
               COPY PAYCAL.
      * an owner who came forward -- the check number and the date
      * the claim was made.
           FD ESCHEAT-CLAIMS.
           01 ESCHEAT-CLAIM-RECORD.
               02 CLM-CHECK-NUMBER     PIC 9(08).
               02 CLM-CLAIM-DATE       PIC 9(08).
           FD OWNER-LETTERS.
           01 OWNER-LETTER-LINE        PIC X(80).
           FD NAUPA-FILE.
           01 NAUPA-OUTPUT-RECORD      PIC X(200).
      * same positive-pay layout PAYCHECKS and VOIDCHK write; a STOP
      * line tells the bank not to honor the check if it ever turns
      * up.
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
           FD ESCHEAT-REPORT.
           01 ESCHEAT-REPORT-LINE      PIC X(110).
           FD COMPANY-FILE.
               COPY COMPANY.
       WORKING-STORAGE SECTION.
           01 PH-FILE-STATUS       PIC X(02).
           01 PH-END-FILE          PIC X.
               88  PH-EOF VALUE "T".
           01 EM-FILE-STATUS       PIC X(02).
           01 EMPLOYEE-FOUND-SW    PIC X(01).
               88  EMPLOYEE-FOUND      VALUE "Y".
               88  EMPLOYEE-NOT-FOUND  VALUE "N".
           01 ES-FILE-STATUS       PIC X(02).
           01 ES-END-FILE          PIC X.
               88  ES-EOF VALUE "T".
           01 ES-FOUND-SW          PIC X(01).
               88  ES-RECORD-FOUND     VALUE "Y".
               88  ES-RECORD-NOT-FOUND VALUE "N".
           01 CAL-FILE-STATUS      PIC X(02).
           01 CAL-END-FILE         PIC X.
               88  CAL-EOF VALUE "T".
           01 CLM-FILE-STATUS      PIC X(02).
           01 CLM-END-FILE         PIC X.
               88  CLM-EOF VALUE "T".
           01 RUN-PAY-DATE.
               02  RUN-PAY-YEAR    PIC 9(04).
               02  RUN-PAY-MONTH   PIC 9(02).
               02  RUN-PAY-DAY     PIC 9(02).
           01 RUN-PAY-DATE-NUM REDEFINES RUN-PAY-DATE PIC 9(08).
      * the state of incorporation owners with no state are reported
      * to, and the escheat rules applied to payroll checks -- the
      * holder itself is the issuing company, off the company table
      * below.  Stale-Check-Days is
      * BANKRECN's stale date; the letter goes out no sooner than
      * Letter-Lead-Days before the report is due, and the report is
      * written once it is within Report-Lead-Days of due.
           77 Holder-State         Pic X(02) Value Is "DE" .
           77 Stale-Check-Days     Pic 9(04) Value Is 180 .
           77 Letter-Lead-Days     Pic 9(04) Value Is 120 .
           77 Report-Lead-Days     Pic 9(04) Value Is 30 .
           77 Payroll-Dormancy-Years Pic 9(02) Value Is 1 .
           77 Dormancy-Cutoff-Mmdd Pic 9(04) Value Is 0630 .
           77 Report-Due-Mmdd      Pic 9(04) Value Is 1101 .
      * the companies checks are issued under, off COMPANY-FILE --
      * the same table PAYCHECKS loads, each entry carrying that
      * company's run totals for its GL journal.  CT-IDX stays on
      * the issuing company's entry for the whole check.
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
                   03 CT-TAKEN-IN-TOTAL     PIC 9(09)V99 USAGE COMP.
                   03 CT-REMITTED-TOTAL     PIC 9(09)V99 USAGE COMP.
                   03 CT-CLAIMED-TOTAL      PIC 9(09)V99 USAGE COMP.
           01 CT-COUNT             PIC 9(02) USAGE COMP VALUE 0.
      * date work -- ages and days-to-due on the 30/360 count
      * BANKRECN ages checks on.
           01 AGE-DATE-BREAKDOWN.
               02  AGE-YEAR        PIC 9(04).
               02  AGE-MONTH       PIC 9(02).
               02  AGE-DAY         PIC 9(02).
           01 AGE-DATE-NUM REDEFINES AGE-DATE-BREAKDOWN PIC 9(08).
           01 AGE-MMDD-VIEW REDEFINES AGE-DATE-BREAKDOWN.
               02  FILLER          PIC 9(04).
               02  AGE-MMDD        PIC 9(04).
           01 CHECK-AGE-DAYS       PIC S9(06) USAGE COMP.
           01 DAYS-TO-DUE          PIC S9(06) USAGE COMP.
           01 REPORT-DUE-YEAR      PIC 9(04).
      * the holders and states with property reported this run --
      * one NAUPA report per company per state, written one pass
      * over the escheat file per report the way DEDREMIT makes one
      * pass per payee.
           01 REPORT-STATE-TABLE.
               02 RST-ENTRY OCCURS 20 TIMES
                       INDEXED BY RST-IDX.
                   03 RST-COMPANY-CODE     PIC X(02).
                   03 RST-STATE-CODE       PIC X(02).
                   03 RST-PROPERTY-COUNT   PIC 9(06) USAGE COMP.
                   03 RST-AMOUNT-TOTAL     PIC 9(10)V99 USAGE COMP.
           01 RST-COUNT            PIC 9(02) USAGE COMP VALUE 0.
           01 RST-FOUND-SW         PIC X(01).
               88  RST-FOUND           VALUE "Y".
               88  RST-NOT-FOUND       VALUE "N".
           01 NAUPA-SEQUENCE       PIC 9(06) USAGE COMP.
      * NAUPA holder report records -- a holder header per state,
      * one property record per check, and a summary trailer.
           01 NAUPA-HEADER-RECORD.
               02 NH-RECORD-TYPE       PIC X(01).
               02 NH-HOLDER-TAX-ID     PIC X(09).
               02 NH-HOLDER-NAME       PIC X(40).
               02 NH-REPORT-STATE      PIC X(02).
               02 NH-REPORT-YEAR       PIC 9(04).
               02 NH-REPORT-DATE       PIC 9(08).
               02 NH-REPORT-TYPE       PIC X(01).
               02 FILLER               PIC X(135).
           01 NAUPA-PROPERTY-RECORD.
               02 NP-RECORD-TYPE       PIC X(01).
               02 NP-SEQUENCE          PIC 9(06).
               02 NP-OWNER-SURNAME     PIC X(30).
               02 NP-OWNER-FIRSTNAME   PIC X(20).
               02 NP-OWNER-RELATION    PIC X(02).
               02 NP-OWNER-STATE       PIC X(02).
               02 NP-PROPERTY-TYPE     PIC X(04).
               02 NP-AMOUNT            PIC 9(10)V99.
               02 NP-LAST-ACTIVITY     PIC 9(08).
               02 NP-CHECK-NUMBER      PIC X(20).
               02 NP-OWNER-REFERENCE   PIC X(05).
               02 FILLER               PIC X(90).
           01 NAUPA-TRAILER-RECORD.
               02 NT-RECORD-TYPE       PIC X(01).
               02 NT-PROPERTY-COUNT    PIC 9(06).
               02 NT-AMOUNT-TOTAL      PIC 9(10)V99.
               02 FILLER               PIC X(181).
      * the owner letter.
           01 LETTER-HEADING-LINE.
               02 FILLER               PIC X(40) VALUE SPACES.
               02 LHL-HOLDER-NAME      PIC X(23).
           01 LETTER-DATE-LINE.
               02 FILLER               PIC X(40) VALUE SPACES.
               02 LDL-LETTER-DATE      PIC 9(08).
           01 LETTER-OWNER-LINE.
               02 LOL-OWNER-NAME       PIC X(26).
               02 FILLER               PIC X(13) VALUE "EMPLOYEE ID ".
               02 LOL-EMPLOYEE-ID      PIC X(05).
           01 LETTER-ADDRESS-LINE      PIC X(80)
                   VALUE "LAST KNOWN ADDRESS ON THE PERSONNEL FILE".
           01 LETTER-CHECK-LINE.
               02 FILLER               PIC X(30)
                   VALUE "RE: UNCASHED PAYROLL CHECK NO ".
               02 LCL-CHECK-NUMBER     PIC 9(08).
               02 FILLER               PIC X(07) VALUE " DATED ".
               02 LCL-PAY-DATE         PIC 9(08).
               02 FILLER               PIC X(05) VALUE " FOR ".
               02 LCL-AMOUNT           PIC $$$,$$9.99.
           01 LETTER-BODY-1.
               02 FILLER               PIC X(52) VALUE
                   "OUR RECORDS SHOW THE CHECK ABOVE WAS NEVER CASHED.".
               02 FILLER               PIC X(28) VALUE
                   "UNLESS YOU CONTACT".
           01 LETTER-BODY-2.
               02 FILLER               PIC X(42) VALUE
                   "THE PAYROLL DEPARTMENT TO CLAIM IT BEFORE ".
               02 LB2-DUE-DATE         PIC 9(08).
               02 FILLER               PIC X(11) VALUE ", STATE LAW".
           01 LETTER-BODY-3.
               02 FILLER               PIC X(48) VALUE
                   "REQUIRES US TO REPORT AND PAY IT TO THE STATE OF".
               02 FILLER               PIC X(01) VALUE SPACE.
               02 LB3-STATE            PIC X(02).
               02 FILLER               PIC X(25) VALUE
                   " AS UNCLAIMED PROPERTY.".
           01 LETTER-SIGNATURE-LINE    PIC X(80)
                   VALUE "PAYROLL DEPARTMENT".
      * GL -- the same journal line VOIDCHK and SUPLCHKS write.
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
      * run totals.
           01 TAKEN-IN-COUNT       PIC 9(06) USAGE COMP VALUE 0.
           01 TAKEN-IN-TOTAL       PIC 9(09)V99 USAGE COMP VALUE 0.
           01 LETTER-COUNT         PIC 9(06) USAGE COMP VALUE 0.
           01 REMITTED-COUNT       PIC 9(06) USAGE COMP VALUE 0.
           01 REMITTED-TOTAL       PIC 9(09)V99 USAGE COMP VALUE 0.
           01 CLAIMED-COUNT        PIC 9(06) USAGE COMP VALUE 0.
           01 CLAIMED-TOTAL        PIC 9(09)V99 USAGE COMP VALUE 0.
           01 CLAIM-REJECT-COUNT   PIC 9(06) USAGE COMP VALUE 0.
           01 HELD-COUNT           PIC 9(06) USAGE COMP VALUE 0.
           01 HELD-TOTAL           PIC 9(09)V99 USAGE COMP VALUE 0.
      * the status report -- one line for every check acted on or
      * still held, and for every claim line.
           01 ESCHEAT-DETAIL-LINE.
               02 EDL-CHECK-NUMBER     PIC 9(08).
               02 FILLER               PIC X(01).
               02 EDL-EMP-ID           PIC X(05).
               02 FILLER               PIC X(01).
               02 EDL-OWNER-NAME       PIC X(25).
               02 FILLER               PIC X(01).
               02 EDL-STATE            PIC X(02).
               02 FILLER               PIC X(01).
               02 EDL-PAY-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 EDL-AMOUNT           PIC ZZZ,ZZ9.99.
               02 FILLER               PIC X(01).
               02 EDL-DUE-DATE         PIC 9(08).
               02 FILLER               PIC X(01).
               02 EDL-ACTION           PIC X(36).
           01 ESCHEAT-COUNT-LINE.
               02 ECL-LABEL            PIC X(30).
               02 ECL-COUNT            PIC ZZZ,ZZ9.
               02 FILLER               PIC X(02).
               02 ECL-AMOUNT           PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-CLAIM WITH TEST BEFORE UNTIL CLM-EOF.
           PERFORM TAKE-IN-STALE-CHECKS.
           PERFORM REVIEW-ESCHEAT-FILE.
           PERFORM WRITE-NAUPA-REPORTS.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM READ-PAY-CALENDAR.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN I-O PAY-HISTORY.
           IF PH-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN PAYHIST.DAT - STATUS "
                   PH-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EM-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN EMPMAST.DAT - STATUS "
                   EM-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF.
           OPEN I-O ESCHEAT-FILE.
           IF ES-FILE-STATUS = "35" THEN
               OPEN OUTPUT ESCHEAT-FILE
               CLOSE ESCHEAT-FILE
               OPEN I-O ESCHEAT-FILE
           END-IF.
           OPEN INPUT ESCHEAT-CLAIMS.
           OPEN OUTPUT OWNER-LETTERS.
           OPEN OUTPUT NAUPA-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT GL-EXTRACT.
           OPEN OUTPUT ESCHEAT-REPORT.
           MOVE "CHECK NO EMPID OWNER NAME                ST PAY DATE"
               & "     AMOUNT DUE DATE ACTION"
               TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
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
      * Every company checks are issued under -- the same load
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
                   MOVE CO-BANK-ACCOUNT TO CT-BANK-ACCOUNT(CT-IDX)
                   MOVE 0 TO CT-TAKEN-IN-TOTAL(CT-IDX)
                   MOVE 0 TO CT-REMITTED-TOTAL(CT-IDX)
                   MOVE 0 TO CT-CLAIMED-TOTAL(CT-IDX)
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
      * The company that issued the check -- off the history record
      * for a check being taken in, off the escheat record after.
      * A record written before the company code was carried is the
      * original company's.
       FIND-CHECK-COMPANY.
           IF PH-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO PAY-COMPANY-CODE
           ELSE
               MOVE PH-COMPANY-CODE TO PAY-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-ENTRY
           .
       FIND-ESCHEAT-COMPANY.
           IF ES-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO PAY-COMPANY-CODE
           ELSE
               MOVE ES-COMPANY-CODE TO PAY-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-ENTRY
           .
      * An owner who comes forward before the check is remitted is
      * paid directly -- the liability the take-in booked is cleared
      * against cash, and payroll cuts the replacement by hand.  Once
      * remitted, the claim is the state's to pay.
       PROCESS-CLAIM.
           READ ESCHEAT-CLAIMS
               AT END MOVE "T" TO CLM-END-FILE
           END-READ
           IF NOT CLM-EOF THEN
               MOVE SPACES TO ESCHEAT-DETAIL-LINE
               IF CLM-CHECK-NUMBER NOT NUMERIC
                       OR CLM-CLAIM-DATE NOT NUMERIC THEN
                   MOVE "CLAIM LINE IS NOT NUMERIC - REKEY"
                       TO EDL-ACTION
                   PERFORM REJECT-CLAIM
               ELSE
                   MOVE CLM-CHECK-NUMBER TO ES-CHECK-NUMBER
                   READ ESCHEAT-FILE
                       INVALID KEY SET ES-RECORD-NOT-FOUND TO TRUE
                       NOT INVALID KEY SET ES-RECORD-FOUND TO TRUE
                   END-READ
                   IF ES-RECORD-FOUND THEN
                       PERFORM FIND-ESCHEAT-COMPANY
                   END-IF
                   EVALUATE TRUE
                       WHEN ES-RECORD-NOT-FOUND
                           MOVE CLM-CHECK-NUMBER TO EDL-CHECK-NUMBER
                           MOVE "CLAIM REJECTED - NOT ON ESCHEAT FILE"
                               TO EDL-ACTION
                           PERFORM REJECT-CLAIM
                       WHEN COMPANY-NOT-FOUND
                           PERFORM FILL-DETAIL-FROM-ESCHEAT
                           MOVE "CLAIM REJECTED - COMPANY NOT ON FILE"
                               TO EDL-ACTION
                           PERFORM REJECT-CLAIM
                       WHEN ES-REMITTED
                           PERFORM FILL-DETAIL-FROM-ESCHEAT
                           MOVE "CLAIM REJECTED - REFER OWNER TO STATE"
                               TO EDL-ACTION
                           PERFORM REJECT-CLAIM
                       WHEN ES-CLAIMED
                           PERFORM FILL-DETAIL-FROM-ESCHEAT
                           MOVE "CLAIM REJECTED - ALREADY CLAIMED"
                               TO EDL-ACTION
                           PERFORM REJECT-CLAIM
                       WHEN OTHER
                           PERFORM APPLY-CLAIM
                   END-EVALUATE
               END-IF
           END-IF
           .
       APPLY-CLAIM.
           SET ES-CLAIMED TO TRUE
           MOVE CLM-CLAIM-DATE TO ES-CLAIM-DATE
           REWRITE ESCHEAT-RECORD
           ADD 1 TO CLAIMED-COUNT
           ADD ES-AMOUNT TO CLAIMED-TOTAL
           ADD ES-AMOUNT TO CT-CLAIMED-TOTAL(CT-IDX)
           PERFORM FILL-DETAIL-FROM-ESCHEAT
           MOVE "CLAIMED - PAY OWNER DIRECTLY" TO EDL-ACTION
           PERFORM WRITE-DETAIL-LINE
           .
       REJECT-CLAIM.
           ADD 1 TO CLAIM-REJECT-COUNT
           PERFORM WRITE-DETAIL-LINE
           DISPLAY "ESCHEAT CLAIM REJECTED - CHECK " CLM-CHECK-NUMBER
           .
      * Walk the whole history for paper checks, not voided, still
      * outstanding past the stale date -- BANKRECN's stale list.
       TAKE-IN-STALE-CHECKS.
           MOVE SPACES TO PH-EMPLOYEE-ID
           MOVE 0      TO PH-PAY-DATE
           MOVE 0      TO PH-PAYMENT-SEQ
           START PAY-HISTORY KEY IS >= PH-KEY
               INVALID KEY MOVE "T" TO PH-END-FILE
           END-START
           PERFORM TEST-ONE-HISTORY-RECORD
               WITH TEST BEFORE UNTIL PH-EOF
           .
       TEST-ONE-HISTORY-RECORD.
           READ PAY-HISTORY NEXT RECORD
               AT END MOVE "T" TO PH-END-FILE
           END-READ
           IF NOT PH-EOF THEN
               IF PH-CHECK-NUMBER > 0 AND PH-PAYMENT-OPEN
                       AND PH-CHECK-OUTSTANDING THEN
                   MOVE PH-PAY-DATE TO AGE-DATE-NUM
                   COMPUTE CHECK-AGE-DAYS =
                       ((RUN-PAY-YEAR - AGE-YEAR) * 360)
                       + ((RUN-PAY-MONTH - AGE-MONTH) * 30)
                       + (RUN-PAY-DAY - AGE-DAY)
                   IF CHECK-AGE-DAYS > Stale-Check-Days THEN
                       PERFORM FIND-CHECK-COMPANY
                       IF COMPANY-FOUND THEN
                           PERFORM TAKE-IN-CHECK
                       ELSE
                           DISPLAY "CHECK " PH-CHECK-NUMBER
                               " COMPANY " PAY-COMPANY-CODE
                               " NOT ON COMPANY FILE - NOT TAKEN IN"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * A check number already on the escheat file means the history
      * record lost its mark somehow; it is reported rather than
      * taken in twice.
       TAKE-IN-CHECK.
           MOVE SPACES TO ESCHEAT-RECORD
           MOVE PH-CHECK-NUMBER    TO ES-CHECK-NUMBER
           MOVE PH-EMPLOYEE-ID     TO ES-EMPLOYEE-ID
           MOVE PH-PAY-DATE        TO ES-PAY-DATE
           MOVE PH-PAYMENT-SEQ     TO ES-PAYMENT-SEQ
           MOVE PH-EMPLOYEE-NAME   TO ES-OWNER-NAME
           MOVE PH-NET-PAY         TO ES-AMOUNT
           SET ES-DUE-DILIGENCE TO TRUE
           MOVE RUN-PAY-DATE-NUM   TO ES-STALE-DATE
           MOVE 0                  TO ES-LETTER-DATE
           MOVE 0                  TO ES-REMIT-DATE
           MOVE 0                  TO ES-CLAIM-DATE
           MOVE PAY-COMPANY-CODE   TO ES-COMPANY-CODE
           PERFORM FIND-OWNER-STATE
           PERFORM FIGURE-REPORT-DUE-DATE
           WRITE ESCHEAT-RECORD
               INVALID KEY
                   DISPLAY "CHECK " PH-CHECK-NUMBER
                       " ALREADY ON ESCHEAT FILE - NOT TAKEN IN"
               NOT INVALID KEY
                   PERFORM POST-TAKE-IN
           END-WRITE
           .
       POST-TAKE-IN.
           SET PH-CHECK-ESCHEATED TO TRUE
           MOVE RUN-PAY-DATE-NUM TO PH-CLEARED-DATE
           REWRITE PAY-HISTORY-RECORD
           MOVE SPACES           TO POSITIVE-PAY-LINE
           MOVE PH-CHECK-NUMBER  TO PPY-CHECK-NUMBER
           MOVE PH-PAY-DATE      TO PPY-PAY-DATE
           MOVE PH-NET-PAY       TO PPY-AMOUNT
           MOVE PH-EMPLOYEE-NAME TO PPY-PAYEE-NAME
           MOVE "STOP  " TO PPY-STATUS
           MOVE CT-BANK-ACCOUNT(CT-IDX) TO PPY-BANK-ACCOUNT
           WRITE POSITIVE-PAY-LINE
           ADD 1 TO TAKEN-IN-COUNT
           ADD ES-AMOUNT TO TAKEN-IN-TOTAL
           ADD ES-AMOUNT TO CT-TAKEN-IN-TOTAL(CT-IDX)
           PERFORM FILL-DETAIL-FROM-ESCHEAT
           MOVE "TAKEN IN - PAYMENT STOPPED" TO EDL-ACTION
           PERFORM WRITE-DETAIL-LINE
           .
       FIND-OWNER-STATE.
           MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY SET EMPLOYEE-NOT-FOUND TO TRUE
               NOT INVALID KEY SET EMPLOYEE-FOUND TO TRUE
           END-READ
           IF EMPLOYEE-FOUND AND EM-STATE-CODE NOT = SPACES THEN
               MOVE EM-STATE-CODE TO ES-OWNER-STATE
           ELSE
               MOVE Holder-State TO ES-OWNER-STATE
           END-IF
           .
      * Dormant a year after the pay date; reported the November 1
      * after the June 30 by which it went dormant.
       FIGURE-REPORT-DUE-DATE.
           MOVE PH-PAY-DATE TO AGE-DATE-NUM
           ADD Payroll-Dormancy-Years TO AGE-YEAR
           MOVE AGE-YEAR TO REPORT-DUE-YEAR
           IF AGE-MMDD > Dormancy-Cutoff-Mmdd THEN
               ADD 1 TO REPORT-DUE-YEAR
           END-IF
           COMPUTE ES-REPORT-DUE-DATE =
               (REPORT-DUE-YEAR * 10000) + Report-Due-Mmdd
           .
      * Every check still in due diligence is looked at: the letter
      * goes out once the report due date is inside the letter
      * window, and a check whose letter went out on an earlier run
      * is reported once the due date is inside the report window.
      * One whose company is no longer loaded is held until it is.
       REVIEW-ESCHEAT-FILE.
           MOVE 0 TO ES-CHECK-NUMBER
           START ESCHEAT-FILE KEY IS >= ES-KEY
               INVALID KEY MOVE "T" TO ES-END-FILE
           END-START
           PERFORM REVIEW-ONE-ESCHEAT
               WITH TEST BEFORE UNTIL ES-EOF
           .
       REVIEW-ONE-ESCHEAT.
           READ ESCHEAT-FILE NEXT RECORD
               AT END MOVE "T" TO ES-END-FILE
           END-READ
           IF NOT ES-EOF THEN
               IF ES-DUE-DILIGENCE THEN
                   PERFORM FIND-ESCHEAT-COMPANY
                   MOVE ES-REPORT-DUE-DATE TO AGE-DATE-NUM
                   COMPUTE DAYS-TO-DUE =
                       ((AGE-YEAR - RUN-PAY-YEAR) * 360)
                       + ((AGE-MONTH - RUN-PAY-MONTH) * 30)
                       + (AGE-DAY - RUN-PAY-DAY)
                   EVALUATE TRUE
                       WHEN COMPANY-NOT-FOUND
                           PERFORM LIST-HELD-CHECK
                       WHEN ES-LETTER-DATE = 0
                               AND DAYS-TO-DUE <= Letter-Lead-Days
                           PERFORM SEND-OWNER-LETTER
                       WHEN ES-LETTER-DATE > 0
                               AND ES-LETTER-DATE < RUN-PAY-DATE-NUM
                               AND DAYS-TO-DUE <= Report-Lead-Days
                           PERFORM REMIT-TO-STATE
                       WHEN OTHER
                           PERFORM LIST-HELD-CHECK
                   END-EVALUATE
               END-IF
           END-IF
           .
       SEND-OWNER-LETTER.
           MOVE RUN-PAY-DATE-NUM TO ES-LETTER-DATE
           REWRITE ESCHEAT-RECORD
           ADD 1 TO LETTER-COUNT
           PERFORM WRITE-OWNER-LETTER
           PERFORM FILL-DETAIL-FROM-ESCHEAT
           IF DAYS-TO-DUE < 0 THEN
               MOVE "OWNER LETTER SENT - REPORT PAST DUE"
                   TO EDL-ACTION
           ELSE
               MOVE "OWNER LETTER SENT" TO EDL-ACTION
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .
      * The check goes on this run's report from its company for the
      * owner's state; a report that won't fit on the table waits
      * for the next run.
       REMIT-TO-STATE.
           PERFORM FIND-REPORT-STATE
           IF RST-FOUND THEN
               SET ES-REMITTED TO TRUE
               MOVE RUN-PAY-DATE-NUM TO ES-REMIT-DATE
               REWRITE ESCHEAT-RECORD
               ADD 1 TO RST-PROPERTY-COUNT(RST-IDX)
               ADD ES-AMOUNT TO RST-AMOUNT-TOTAL(RST-IDX)
               ADD 1 TO REMITTED-COUNT
               ADD ES-AMOUNT TO REMITTED-TOTAL
               ADD ES-AMOUNT TO CT-REMITTED-TOTAL(CT-IDX)
               PERFORM FILL-DETAIL-FROM-ESCHEAT
               MOVE "REPORTED AND REMITTED" TO EDL-ACTION
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM LIST-HELD-CHECK
           END-IF
           .
       FIND-REPORT-STATE.
           SET RST-NOT-FOUND TO TRUE
           SET RST-IDX TO 1
           SEARCH RST-ENTRY
               AT END CONTINUE
               WHEN RST-IDX > RST-COUNT
                   CONTINUE
               WHEN RST-STATE-CODE(RST-IDX) = ES-OWNER-STATE
                       AND RST-COMPANY-CODE(RST-IDX) = PAY-COMPANY-CODE
                   SET RST-FOUND TO TRUE
           END-SEARCH
           IF RST-NOT-FOUND THEN
               IF RST-COUNT < 20 THEN
                   ADD 1 TO RST-COUNT
                   SET RST-IDX TO RST-COUNT
                   MOVE PAY-COMPANY-CODE TO RST-COMPANY-CODE(RST-IDX)
                   MOVE ES-OWNER-STATE TO RST-STATE-CODE(RST-IDX)
                   MOVE 0 TO RST-PROPERTY-COUNT(RST-IDX)
                   MOVE 0 TO RST-AMOUNT-TOTAL(RST-IDX)
                   SET RST-FOUND TO TRUE
               ELSE
                   DISPLAY "REPORT STATE TABLE FULL - STATE "
                       ES-OWNER-STATE " HELD FOR NEXT RUN"
               END-IF
           END-IF
           .
       LIST-HELD-CHECK.
           ADD 1 TO HELD-COUNT
           ADD ES-AMOUNT TO HELD-TOTAL
           PERFORM FILL-DETAIL-FROM-ESCHEAT
           IF ES-LETTER-DATE = 0 THEN
               MOVE "HELD - LETTER NOT YET DUE" TO EDL-ACTION
           ELSE
               MOVE "HELD - LETTER SENT, REPORT NOT YET DUE"
                   TO EDL-ACTION
           END-IF
           PERFORM WRITE-DETAIL-LINE
           .
       WRITE-OWNER-LETTER.
           MOVE CT-COMPANY-NAME(CT-IDX) TO LHL-HOLDER-NAME
           MOVE LETTER-HEADING-LINE TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE RUN-PAY-DATE-NUM TO LDL-LETTER-DATE
           MOVE LETTER-DATE-LINE TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE SPACES TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE ES-OWNER-NAME TO LOL-OWNER-NAME
           MOVE ES-EMPLOYEE-ID TO LOL-EMPLOYEE-ID
           MOVE LETTER-OWNER-LINE TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE LETTER-ADDRESS-LINE TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE SPACES TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE ES-CHECK-NUMBER TO LCL-CHECK-NUMBER
           MOVE ES-PAY-DATE TO LCL-PAY-DATE
           MOVE ES-AMOUNT TO LCL-AMOUNT
           MOVE LETTER-CHECK-LINE TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE SPACES TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE LETTER-BODY-1 TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE ES-REPORT-DUE-DATE TO LB2-DUE-DATE
           MOVE LETTER-BODY-2 TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE ES-OWNER-STATE TO LB3-STATE
           MOVE LETTER-BODY-3 TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE SPACES TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE LETTER-SIGNATURE-LINE TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           MOVE ALL "-" TO OWNER-LETTER-LINE
           WRITE OWNER-LETTER-LINE
           .
      * One holder report per company per state, each a pass over
      * the escheat file for the checks that company remitted to
      * that state this run.
       WRITE-NAUPA-REPORTS.
           PERFORM WRITE-ONE-STATE-REPORT
               VARYING RST-IDX FROM 1 BY 1
               UNTIL RST-IDX > RST-COUNT
           .
       WRITE-ONE-STATE-REPORT.
           MOVE SPACES TO NAUPA-HEADER-RECORD
           MOVE "1" TO NH-RECORD-TYPE
           MOVE RST-COMPANY-CODE(RST-IDX) TO PAY-COMPANY-CODE
           PERFORM FIND-COMPANY-ENTRY
           MOVE CT-FEIN(CT-IDX) TO NH-HOLDER-TAX-ID
           MOVE CT-COMPANY-NAME(CT-IDX) TO NH-HOLDER-NAME
           MOVE RST-STATE-CODE(RST-IDX) TO NH-REPORT-STATE
           MOVE RUN-PAY-YEAR TO NH-REPORT-YEAR
           MOVE RUN-PAY-DATE-NUM TO NH-REPORT-DATE
           MOVE "A" TO NH-REPORT-TYPE
           MOVE NAUPA-HEADER-RECORD TO NAUPA-OUTPUT-RECORD
           WRITE NAUPA-OUTPUT-RECORD
           MOVE 0 TO NAUPA-SEQUENCE
           MOVE "N" TO ES-END-FILE
           MOVE 0 TO ES-CHECK-NUMBER
           START ESCHEAT-FILE KEY IS >= ES-KEY
               INVALID KEY MOVE "T" TO ES-END-FILE
           END-START
           PERFORM WRITE-ONE-PROPERTY-RECORD
               WITH TEST BEFORE UNTIL ES-EOF
           MOVE SPACES TO NAUPA-TRAILER-RECORD
           MOVE "9" TO NT-RECORD-TYPE
           MOVE RST-PROPERTY-COUNT(RST-IDX) TO NT-PROPERTY-COUNT
           MOVE RST-AMOUNT-TOTAL(RST-IDX) TO NT-AMOUNT-TOTAL
           MOVE NAUPA-TRAILER-RECORD TO NAUPA-OUTPUT-RECORD
           WRITE NAUPA-OUTPUT-RECORD
           .
       WRITE-ONE-PROPERTY-RECORD.
           READ ESCHEAT-FILE NEXT RECORD
               AT END MOVE "T" TO ES-END-FILE
           END-READ
           IF NOT ES-EOF THEN
               IF ES-COMPANY-CODE = SPACES THEN
                   MOVE Original-company TO ES-COMPANY-CODE
               END-IF
               IF ES-REMITTED
                       AND ES-REMIT-DATE = RUN-PAY-DATE-NUM
                       AND ES-OWNER-STATE = RST-STATE-CODE(RST-IDX)
                       AND ES-COMPANY-CODE = RST-COMPANY-CODE(RST-IDX)
                   ADD 1 TO NAUPA-SEQUENCE
                   MOVE SPACES TO NAUPA-PROPERTY-RECORD
                   MOVE "2" TO NP-RECORD-TYPE
                   MOVE NAUPA-SEQUENCE TO NP-SEQUENCE
                   MOVE ES-OWNER-SURNAME TO NP-OWNER-SURNAME
                   MOVE ES-OWNER-FIRSTNAME TO NP-OWNER-FIRSTNAME
                   MOVE "SO" TO NP-OWNER-RELATION
                   MOVE ES-OWNER-STATE TO NP-OWNER-STATE
                   MOVE "PR01" TO NP-PROPERTY-TYPE
                   MOVE ES-AMOUNT TO NP-AMOUNT
                   MOVE ES-PAY-DATE TO NP-LAST-ACTIVITY
                   MOVE ES-CHECK-NUMBER TO NP-CHECK-NUMBER
                   MOVE ES-EMPLOYEE-ID TO NP-OWNER-REFERENCE
                   MOVE NAUPA-PROPERTY-RECORD TO NAUPA-OUTPUT-RECORD
                   WRITE NAUPA-OUTPUT-RECORD
               END-IF
           END-IF
           .
       FILL-DETAIL-FROM-ESCHEAT.
           MOVE SPACES TO ESCHEAT-DETAIL-LINE
           MOVE ES-CHECK-NUMBER    TO EDL-CHECK-NUMBER
           MOVE ES-EMPLOYEE-ID     TO EDL-EMP-ID
           MOVE ES-OWNER-NAME      TO EDL-OWNER-NAME
           MOVE ES-OWNER-STATE     TO EDL-STATE
           MOVE ES-PAY-DATE        TO EDL-PAY-DATE
           MOVE ES-AMOUNT          TO EDL-AMOUNT
           MOVE ES-REPORT-DUE-DATE TO EDL-DUE-DATE
           .
       WRITE-DETAIL-LINE.
           MOVE ESCHEAT-DETAIL-LINE TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           .
      * The checks taken in move out of cash -- the bank will never
      * pay them now -- into the unclaimed-property liability; what
      * was remitted to the states or paid to owners who claimed it
      * comes back out of the liability against cash.  Each company
      * gets its own balanced set of lines.
       WRITE-GL-EXTRACT.
           PERFORM WRITE-COMPANY-GL-LINES
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT
           .
       WRITE-COMPANY-GL-LINES.
           IF CT-TAKEN-IN-TOTAL(CT-IDX) > 0 THEN
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "1000" TO GL-ACCOUNT-CODE
               MOVE "CASH" TO GL-ACCOUNT-NAME
               MOVE CT-TAKEN-IN-TOTAL(CT-IDX) TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "2700" TO GL-ACCOUNT-CODE
               MOVE "UNCLAIMED PROPERTY" TO GL-ACCOUNT-NAME
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE CT-TAKEN-IN-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
           END-IF
           IF CT-REMITTED-TOTAL(CT-IDX) > 0 THEN
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "2700" TO GL-ACCOUNT-CODE
               MOVE "UNCLAIMED PROPERTY" TO GL-ACCOUNT-NAME
               MOVE CT-REMITTED-TOTAL(CT-IDX) TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "1000" TO GL-ACCOUNT-CODE
               MOVE "CASH" TO GL-ACCOUNT-NAME
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE CT-REMITTED-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
           END-IF
           IF CT-CLAIMED-TOTAL(CT-IDX) > 0 THEN
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "2700" TO GL-ACCOUNT-CODE
               MOVE "UNCLAIMED PROPERTY" TO GL-ACCOUNT-NAME
               MOVE CT-CLAIMED-TOTAL(CT-IDX) TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
               MOVE SPACES TO GL-JOURNAL-LINE
               MOVE "1000" TO GL-ACCOUNT-CODE
               MOVE "CASH" TO GL-ACCOUNT-NAME
               MOVE 0 TO GL-DEBIT-AMOUNT
               MOVE CT-CLAIMED-TOTAL(CT-IDX) TO GL-CREDIT-AMOUNT
               PERFORM WRITE-GL-JOURNAL-LINE
           END-IF
           .
       WRITE-GL-JOURNAL-LINE.
           MOVE CT-COMPANY-CODE(CT-IDX) TO GL-COMPANY-CODE
           MOVE GL-JOURNAL-LINE TO GL-EXTRACT-LINE
           WRITE GL-EXTRACT-LINE
           .
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE "CHECKS TAKEN IN" TO ECL-LABEL
           MOVE TAKEN-IN-COUNT TO ECL-COUNT
           MOVE TAKEN-IN-TOTAL TO ECL-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "OWNER LETTERS SENT" TO ECL-LABEL
           MOVE LETTER-COUNT TO ECL-COUNT
           MOVE 0 TO ECL-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "REPORTED AND REMITTED" TO ECL-LABEL
           MOVE REMITTED-COUNT TO ECL-COUNT
           MOVE REMITTED-TOTAL TO ECL-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CLAIMED BY OWNER" TO ECL-LABEL
           MOVE CLAIMED-COUNT TO ECL-COUNT
           MOVE CLAIMED-TOTAL TO ECL-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CLAIMS REJECTED" TO ECL-LABEL
           MOVE CLAIM-REJECT-COUNT TO ECL-COUNT
           MOVE 0 TO ECL-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "STILL IN DUE DILIGENCE" TO ECL-LABEL
           MOVE HELD-COUNT TO ECL-COUNT
           MOVE HELD-TOTAL TO ECL-AMOUNT
           PERFORM WRITE-COUNT-LINE
           .
       WRITE-COUNT-LINE.
           MOVE ESCHEAT-COUNT-LINE TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           .
       CLEAN-UP.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PAY-HISTORY.
           CLOSE EMPLOYEE-MASTER.
           CLOSE ESCHEAT-FILE.
           CLOSE ESCHEAT-CLAIMS.
           CLOSE OWNER-LETTERS.
           CLOSE NAUPA-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE GL-EXTRACT.
           CLOSE ESCHEAT-REPORT.
           DISPLAY "ESCHEAT RUN COMPLETE - " TAKEN-IN-COUNT
               " TAKEN IN, " LETTER-COUNT " LETTERS, "
               REMITTED-COUNT " REMITTED, " CLAIMED-COUNT " CLAIMED"
           .
       END PROGRAM ESCHEAT.
