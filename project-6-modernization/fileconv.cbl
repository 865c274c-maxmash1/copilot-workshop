       PROGRAM-ID. FILECONV.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-AUG-21.
      * One-time conversion of EMPMAST.DAT, YTDMAST.DAT, and
      * PAYHIST.DAT from the prior record layouts to the current
      * ones.  EMPLOYEE-MASTER grew EM-BIRTH-DATE, the termination
      * fields, and EM-COMPANY-CODE at the tail; YTD-MASTER grew the
      * company code into its key and the 401(k) totals at the tail;
      * PAY-HISTORY grew the 401(k) amounts and PH-COMPANY-CODE at
      * the tail.  A record written under the old layout would
      * otherwise come back with blanks in the new bytes -- non-
      * numeric data to the 401(k) arithmetic and the termination
      * date compares, and no company at all -- so every record is
      * copied across once, every existing field as it stands, with
      * the new fields set to the values the old behavior implied:
      *   EM-BIRTH-DATE      0   no birth date on file, so no 401(k)
      *     catch-up until EMPMAINT keys one
      *   EM-TERM-DATE 0, EM-TERM-REASON and EM-FINAL-PAY-STATUS
      *     spaces   no termination date or reason was kept, and no
      *     final pay is left waiting -- an employee already
      *     terminated was paid out under the old procedure
      *   EM-COMPANY-CODE, YTD-COMPANY-CODE, PH-COMPANY-CODE  01
      *     every employee, year-to-date record, and payment belonged
      *     to the original company.  The company code is part of
      *     YTD-MASTER's key, so the file has to be rebuilt rather
      *     than read as-is.
      *   YTD-401K-DEFERRAL, YTD-401K-CATCHUP, YTD-ER-401K-MATCH  0
      *     the annual deferral limits count from the conversion
      *   PH-401K-DEFERRAL, PH-401K-CATCHUP, PH-ER-401K-MATCH  0
      *     no payment on file carried a 401(k) deferral or match
      * DEDUCT.DAT keeps its layout and is not touched.
      * Output goes to EMPMASTN.DAT / YTDMASTN.DAT / PAYHISTN.DAT;
      * swap them in over the old files once the run's record counts
      * check out.
       ENVIRONMENT DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EM-EMPLOYEE-ID.
           SELECT OLD-YTD-MASTER
               ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
               ASSIGN TO "YTDMASTN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS YTD-KEY.
           SELECT OLD-PAY-HISTORY
               ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OPH-KEY
                   FILE STATUS IS OPH-FILE-STATUS.
           SELECT NEW-PAY-HISTORY
               ASSIGN TO "PAYHISTN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PH-KEY.
       DATA DIVISION.
       FILE SECTION.
      * the employee master as it was before EM-BIRTH-DATE, the
      * termination fields, and EM-COMPANY-CODE -- the layout the
      * records on disk were written under.  Field pictures must
      * stay in lock-step with the like-named fields in EMPMAST.CPY.
           FD OLD-EMPLOYEE-MASTER.
           01 OLD-EMPLOYEE-MASTER-RECORD.
               02 OEM-EMPLOYEE-ID      PIC X(05).
               02 OEM-EMPLOYEE-NAME.
                   03 OEM-FIRSTNAME    PIC X(10).
                   03 OEM-SURNAME      PIC X(15).
               02 OEM-AUTH-PAY-RATE    PIC 99.
               02 OEM-DEPARTMENT       PIC X(04).
               02 OEM-STATE-CODE       PIC X(02).
               02 OEM-EXEMPT-FLAG      PIC X(01).
               02 OEM-FILING-STATUS    PIC X(01).
               02 OEM-ALLOWANCES       PIC 9(02).
               02 OEM-SALARY-INFO.
                   03 OEM-PAY-FREQUENCY    PIC X(01).
                   03 OEM-PERIOD-SALARY    PIC 9(6)V99.
               02 OEM-DIRECT-DEPOSIT.
                   03 OEM-ROUTING-NUMBER   PIC 9(09).
                   03 OEM-ACCOUNT-NUMBER   PIC X(17).
                   03 OEM-ACCOUNT-TYPE     PIC X(01).
               02 OEM-STATUS           PIC X(01).
               02 OEM-PAY-METHOD       PIC X(01).
           FD NEW-EMPLOYEE-MASTER.
               COPY EMPMAST.
      * the year-to-date earnings file as it was before the company
      * code and the 401(k) totals, keyed by the employee ID alone.
           FD OLD-YTD-MASTER.
           01 OLD-YTD-MASTER-RECORD.
               02 OYTD-EMPLOYEE-ID          PIC X(05).
               02 OYTD-PRE-TAX-DEDUCTIONS   PIC 9(08)V99.
               02 OYTD-POST-TAX-DEDUCTIONS  PIC 9(08)V99.
               02 OYTD-NET-PAY              PIC 9(09)V99.
               02 OYTD-ER-SS-TAX            PIC 9(08)V99.
               02 OYTD-ER-MEDICARE-TAX      PIC 9(08)V99.
               02 OYTD-FUTA-WAGES           PIC 9(08)V99.
               02 OYTD-FUTA-TAX             PIC 9(08)V99.
               02 OYTD-SUTA-WAGES           PIC 9(08)V99.
               02 OYTD-SUTA-TAX             PIC 9(08)V99.
           FD NEW-YTD-MASTER.
               COPY YTDFIL.
      * the payment history as it was before the 401(k) amounts and
      * PH-COMPANY-CODE.  Every field up to PH-CLEARED-DATE sits where
      * it always did, so the old record is carried across whole and
      * only the new tail is set.
           FD OLD-PAY-HISTORY.
           01 OLD-PAY-HISTORY-RECORD.
               02 OPH-KEY.
                   03 OPH-EMPLOYEE-ID       PIC X(05).
                   03 OPH-PAY-DATE          PIC 9(08).
                   03 OPH-PAYMENT-SEQ       PIC 9(02).
               02 OPH-SOURCE-CODE           PIC X(01).
               02 OPH-CHECK-NUMBER          PIC 9(08).
               02 OPH-ACH-TRACE.
                   03 OPH-TRACE-DFI         PIC X(08).
                   03 OPH-TRACE-SEQUENCE    PIC 9(07).
               02 OPH-EMPLOYEE-NAME         PIC X(25).
               02 OPH-GROSS-PAY             PIC 9(6)V99.
               02 OPH-TAXABLE-WAGES         PIC 9(6)V99.
               02 OPH-FED-TAX               PIC 9(6)V99.
               02 OPH-STATE-TAX             PIC 9(6)V99.
               02 OPH-SS-WAGES              PIC 9(6)V99.
               02 OPH-SS-TAX                PIC 9(6)V99.
               02 OPH-MEDICARE-TAX          PIC 9(6)V99.
               02 OPH-FICA-TAX              PIC 9(6)V99.
               02 OPH-PRE-TAX-DED           PIC 9(6)V99.
               02 OPH-POST-TAX-DED          PIC 9(6)V99.
               02 OPH-NET-PAY               PIC 9(6)V99.
               02 OPH-ER-SS-TAX             PIC 9(6)V99.
               02 OPH-ER-MEDICARE-TAX       PIC 9(6)V99.
               02 OPH-FUTA-WAGES            PIC 9(6)V99.
               02 OPH-FUTA-TAX              PIC 9(6)V99.
               02 OPH-SUTA-WAGES            PIC 9(6)V99.
               02 OPH-SUTA-TAX              PIC 9(6)V99.
               02 OPH-DED-COUNT             PIC 9(02).
               02 OPH-DED-ENTRY OCCURS 5 TIMES.
                   03 OPH-DED-CODE          PIC X(04).
                   03 OPH-DED-FLAG          PIC X(01).
                   03 OPH-DED-AMOUNT        PIC 9(4)V99.
               02 OPH-VOID-FLAG             PIC X(01).
               02 OPH-CLEARED-FLAG          PIC X(01).
               02 OPH-CLEARED-DATE          PIC 9(08).
           FD NEW-PAY-HISTORY.
               COPY PAYHIST.
       WORKING-STORAGE SECTION.
           01 OEM-FILE-STATUS        PIC X(02).
           01 EM-END-FILE            PIC X.
               88  EM-EOF VALUE "T".
           01 EM-IN-COUNT            PIC 9(06) USAGE COMP VALUE 0.
           01 EM-OUT-COUNT           PIC 9(06) USAGE COMP VALUE 0.
           01 OYTD-FILE-STATUS       PIC X(02).
           01 YTD-END-FILE           PIC X.
               88  YTD-EOF VALUE "T".
           01 YTD-IN-COUNT           PIC 9(06) USAGE COMP VALUE 0.
           01 YTD-OUT-COUNT          PIC 9(06) USAGE COMP VALUE 0.
           01 OPH-FILE-STATUS        PIC X(02).
           01 PH-END-FILE            PIC X.
               88  PH-EOF VALUE "T".
           01 PH-IN-COUNT            PIC 9(06) USAGE COMP VALUE 0.
           01 PH-OUT-COUNT           PIC 9(06) USAGE COMP VALUE 0.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM CONVERT-EMPLOYEE-MASTER.
           PERFORM CONVERT-YTD-MASTER.
           PERFORM CONVERT-PAY-HISTORY.
           DISPLAY "EMPLOYEE MASTER - READ " EM-IN-COUNT
               " WRITTEN " EM-OUT-COUNT
           DISPLAY "YTD MASTER      - READ " YTD-IN-COUNT
               " WRITTEN " YTD-OUT-COUNT
           DISPLAY "PAY HISTORY     - READ " PH-IN-COUNT
               " WRITTEN " PH-OUT-COUNT
           STOP RUN.
       CONVERT-EMPLOYEE-MASTER.
           OPEN INPUT OLD-EMPLOYEE-MASTER
           IF NOT EM-EOF THEN
               ADD 1 TO EM-IN-COUNT
               MOVE OEM-EMPLOYEE-ID     TO EM-EMPLOYEE-ID
               MOVE OEM-FIRSTNAME       TO EM-FIRSTNAME
               MOVE OEM-SURNAME         TO EM-SURNAME
               MOVE OEM-AUTH-PAY-RATE   TO EM-AUTH-PAY-RATE
               MOVE OEM-DEPARTMENT      TO EM-DEPARTMENT
               MOVE OEM-STATE-CODE      TO EM-STATE-CODE
               MOVE OEM-ROUTING-NUMBER  TO EM-ROUTING-NUMBER
               MOVE OEM-ACCOUNT-NUMBER  TO EM-ACCOUNT-NUMBER
               MOVE OEM-ACCOUNT-TYPE    TO EM-ACCOUNT-TYPE
               MOVE OEM-STATUS          TO EM-STATUS
               MOVE OEM-PAY-METHOD      TO EM-PAY-METHOD
               MOVE 0 TO EM-BIRTH-DATE
               MOVE 0 TO EM-TERM-DATE
               MOVE SPACES TO EM-TERM-REASON
               MOVE SPACES TO EM-FINAL-PAY-STATUS
               MOVE "01" TO EM-COMPANY-CODE
               WRITE EMPLOYEE-MASTER-RECORD
               ADD 1 TO EM-OUT-COUNT
           END-IF
           .
       CONVERT-YTD-MASTER.
           OPEN INPUT OLD-YTD-MASTER
           IF OYTD-FILE-STATUS NOT = "00" THEN
           IF NOT YTD-EOF THEN
               ADD 1 TO YTD-IN-COUNT
               MOVE OYTD-EMPLOYEE-ID         TO YTD-EMPLOYEE-ID
               MOVE "01"                     TO YTD-COMPANY-CODE
               MOVE OYTD-TAX-YEAR            TO YTD-TAX-YEAR
               MOVE OYTD-GROSS-PAY           TO YTD-GROSS-PAY
               MOVE OYTD-TAXABLE-WAGES       TO YTD-TAXABLE-WAGES
               MOVE OYTD-POST-TAX-DEDUCTIONS
                   TO YTD-POST-TAX-DEDUCTIONS
               MOVE OYTD-NET-PAY             TO YTD-NET-PAY
               MOVE OYTD-ER-SS-TAX           TO YTD-ER-SS-TAX
               MOVE OYTD-ER-MEDICARE-TAX     TO YTD-ER-MEDICARE-TAX
               MOVE OYTD-FUTA-WAGES          TO YTD-FUTA-WAGES
               MOVE OYTD-FUTA-TAX            TO YTD-FUTA-TAX
               MOVE OYTD-SUTA-WAGES          TO YTD-SUTA-WAGES
               MOVE OYTD-SUTA-TAX            TO YTD-SUTA-TAX
               MOVE 0 TO YTD-401K-DEFERRAL
               MOVE 0 TO YTD-401K-CATCHUP
               MOVE 0 TO YTD-ER-401K-MATCH
               WRITE YTD-MASTER-RECORD
               ADD 1 TO YTD-OUT-COUNT
           END-IF
           .
       CONVERT-PAY-HISTORY.
           OPEN INPUT OLD-PAY-HISTORY
           IF OPH-FILE-STATUS NOT = "00" THEN
               DISPLAY "PAYHIST.DAT NOT FOUND - HISTORY NOT CONVERTED"
           ELSE
               OPEN OUTPUT NEW-PAY-HISTORY
               PERFORM CONVERT-ONE-PAYMENT
                   WITH TEST BEFORE UNTIL PH-EOF
               CLOSE NEW-PAY-HISTORY
               CLOSE OLD-PAY-HISTORY
           END-IF
           .
       CONVERT-ONE-PAYMENT.
           READ OLD-PAY-HISTORY
               AT END MOVE "T" TO PH-END-FILE
           END-READ
           IF NOT PH-EOF THEN
               ADD 1 TO PH-IN-COUNT
               MOVE OLD-PAY-HISTORY-RECORD TO PAY-HISTORY-RECORD
               MOVE 0 TO PH-401K-DEFERRAL
               MOVE 0 TO PH-401K-CATCHUP
               MOVE 0 TO PH-ER-401K-MATCH
               MOVE "01" TO PH-COMPANY-CODE
               WRITE PAY-HISTORY-RECORD
               ADD 1 TO PH-OUT-COUNT
           END-IF
           .
        END PROGRAM FILECONV.
