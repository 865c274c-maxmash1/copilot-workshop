      * figures were backed out of the year-to-date file too.  FUTA
      * and SUTA accruals for the quarter ride along at the bottom
      * for the unemployment returns filed on the same cycle.
      *
      * Each company on COMPANY-FILE files its own 941 under its own
      * FEIN, so the figures are kept and printed per company -- a
      * payment counts toward the company on its history record,
      * which is the one that paid it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTERLY-REPORT
               ASSIGN TO "Q941RPT.DAT"
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
               COPY PAYCAL.
           FD QUARTERLY-REPORT.
           01 QUARTERLY-REPORT-LINE    PIC X(60).
           FD COMPANY-FILE.
               COPY COMPANY.
       WORKING-STORAGE SECTION.
           01 PH-FILE-STATUS       PIC X(02).
           01 CAL-FILE-STATUS      PIC X(02).
               02  PHD-YEAR        PIC 9(04).
               02  PHD-MONTH       PIC 9(02).
               02  PHD-DAY         PIC 9(02).
      * the 941 accumulators, one set per company -- both halves of
      * Social Security and Medicare are kept apart so the report can
      * show the employee withholding, the employer match, and the
      * combined figure the form wants.
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
                   03 CT-COMPANY-CODE      PIC X(02).
                   03 CT-COMPANY-NAME      PIC X(23).
                   03 CT-FEIN              PIC X(09).
                   03 PAYMENT-COUNT        PIC 9(06) USAGE COMP.
                   03 Q-TAXABLE-WAGES      PIC 9(09)V99 USAGE COMP.
                   03 Q-GROSS-WAGES        PIC 9(09)V99 USAGE COMP.
                   03 Q-FED-TAX            PIC 9(09)V99 USAGE COMP.
                   03 Q-SS-WAGES           PIC 9(09)V99 USAGE COMP.
                   03 Q-SS-TAX-EE          PIC 9(09)V99 USAGE COMP.
                   03 Q-SS-TAX-ER          PIC 9(09)V99 USAGE COMP.
                   03 Q-SS-TAX-TOTAL       PIC 9(09)V99 USAGE COMP.
                   03 Q-MEDICARE-WAGES     PIC 9(09)V99 USAGE COMP.
                   03 Q-MEDICARE-TAX-EE    PIC 9(09)V99 USAGE COMP.
                   03 Q-MEDICARE-TAX-ER    PIC 9(09)V99 USAGE COMP.
                   03 Q-MEDICARE-TAX-TOTAL PIC 9(09)V99 USAGE COMP.
                   03 Q-FUTA-WAGES         PIC 9(09)V99 USAGE COMP.
                   03 Q-FUTA-TAX           PIC 9(09)V99 USAGE COMP.
                   03 Q-SUTA-WAGES         PIC 9(09)V99 USAGE COMP.
                   03 Q-SUTA-TAX           PIC 9(09)V99 USAGE COMP.
           01 CT-COUNT             PIC 9(02) USAGE COMP VALUE 0.
           01 TOTAL-PAYMENT-COUNT  PIC 9(06) USAGE COMP VALUE 0.
           01 NO-COMPANY-COUNT     PIC 9(06) USAGE COMP VALUE 0.
      * one labeled figure per report line -- money through the
      * amount picture, the payment count through its own integer
      * edit so it doesn't read as dollars and cents.
               02 RPH-QUARTER          PIC 9(01).
               02 FILLER               PIC X(01) VALUE SPACE.
               02 RPH-YEAR             PIC 9(04).
           01 REPORT-EMPLOYER-LINE.
               02 FILLER               PIC X(05) VALUE "EIN  ".
               02 RPE-FEIN-PREFIX      PIC X(02).
               02 FILLER               PIC X(01) VALUE "-".
               02 RPE-FEIN-SUFFIX      PIC X(07).
               02 FILLER               PIC X(02) VALUE SPACES.
               02 RPE-COMPANY-NAME     PIC X(23).
               02 FILLER               PIC X(10) VALUE "  COMPANY ".
               02 RPE-COMPANY-CODE     PIC X(02).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-HISTORY-RECORD WITH TEST BEFORE UNTIL EOF.
           PERFORM WRITE-QUARTERLY-REPORT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-COUNT.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           PERFORM READ-PAY-CALENDAR.
           PERFORM DETERMINE-QUARTER.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN INPUT PAY-HISTORY.
      * the FILE STATUS clause suppresses the abort a failed OPEN
      * would otherwise raise, and a sequential READ against the
           COMPUTE QTR-FIRST-MONTH = (REPORT-QUARTER * 3) - 2
           COMPUTE QTR-LAST-MONTH = REPORT-QUARTER * 3
           .
      * Every company that files, with its figures zeroed -- the
      * same load PAYCHECKS does, and the same stop when there is
      * none.
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
                   PERFORM ZERO-COMPANY-TOTALS
               ELSE
                   DISPLAY "COMPANY TABLE FULL - COMPANY "
                       CO-COMPANY-CODE " NOT LOADED"
               END-IF
           END-IF
           .
       ZERO-COMPANY-TOTALS.
           MOVE 0 TO PAYMENT-COUNT(CT-IDX)
           MOVE 0 TO Q-TAXABLE-WAGES(CT-IDX)
           MOVE 0 TO Q-GROSS-WAGES(CT-IDX)
           MOVE 0 TO Q-FED-TAX(CT-IDX)
           MOVE 0 TO Q-SS-WAGES(CT-IDX)
           MOVE 0 TO Q-SS-TAX-EE(CT-IDX)
           MOVE 0 TO Q-SS-TAX-ER(CT-IDX)
           MOVE 0 TO Q-SS-TAX-TOTAL(CT-IDX)
           MOVE 0 TO Q-MEDICARE-WAGES(CT-IDX)
           MOVE 0 TO Q-MEDICARE-TAX-EE(CT-IDX)
           MOVE 0 TO Q-MEDICARE-TAX-ER(CT-IDX)
           MOVE 0 TO Q-MEDICARE-TAX-TOTAL(CT-IDX)
           MOVE 0 TO Q-FUTA-WAGES(CT-IDX)
           MOVE 0 TO Q-FUTA-TAX(CT-IDX)
           MOVE 0 TO Q-SUTA-WAGES(CT-IDX)
           MOVE 0 TO Q-SUTA-TAX(CT-IDX)
           .
      * The company that made the payment -- a history record
      * written before the company code existed belongs to the
      * original one.
       FIND-PAYMENT-COMPANY.
           IF PH-COMPANY-CODE = SPACES THEN
               MOVE Original-company TO PAY-COMPANY-CODE
           ELSE
               MOVE PH-COMPANY-CODE TO PAY-COMPANY-CODE
           END-IF
           SET COMPANY-NOT-FOUND TO TRUE
           SET CT-IDX TO 1
           SEARCH CT-ENTRY
               AT END CONTINUE
               WHEN CT-COMPANY-CODE(CT-IDX) = PAY-COMPANY-CODE
                   SET COMPANY-FOUND TO TRUE
           END-SEARCH
           .
      * Every payment on file is read; only the ones dated inside
      * the reporting quarter and not voided are accumulated, under
      * the company that paid them.  One whose company is no longer
      * on file is reported and left out rather than folded into
      * another company's return.
       PROCESS-HISTORY-RECORD.
           READ PAY-HISTORY NEXT RECORD
               AT END MOVE "T" TO END-FILE
                       AND PHD-MONTH >= QTR-FIRST-MONTH
                       AND PHD-MONTH <= QTR-LAST-MONTH
                       AND NOT PH-PAYMENT-VOIDED THEN
                   PERFORM FIND-PAYMENT-COMPANY
                   IF COMPANY-FOUND THEN
                       PERFORM ACCUMULATE-QUARTER-TOTALS
                   ELSE
                       ADD 1 TO NO-COMPANY-COUNT
                       DISPLAY "EMP ID " PH-EMPLOYEE-ID " PAID "
                           PH-PAY-DATE " UNDER COMPANY "
                           PAY-COMPANY-CODE
                           " NOT ON COMPANY FILE - NOT REPORTED"
                   END-IF
               END-IF
           END-IF
           .
       ACCUMULATE-QUARTER-TOTALS.
           ADD 1 TO PAYMENT-COUNT(CT-IDX)
           ADD 1 TO TOTAL-PAYMENT-COUNT
           ADD PH-GROSS-PAY       TO Q-GROSS-WAGES(CT-IDX)
           ADD PH-TAXABLE-WAGES   TO Q-TAXABLE-WAGES(CT-IDX)
           ADD PH-FED-TAX         TO Q-FED-TAX(CT-IDX)
           ADD PH-SS-WAGES        TO Q-SS-WAGES(CT-IDX)
           ADD PH-SS-TAX          TO Q-SS-TAX-EE(CT-IDX)
           ADD PH-ER-SS-TAX       TO Q-SS-TAX-ER(CT-IDX)
           ADD PH-TAXABLE-WAGES   TO Q-MEDICARE-WAGES(CT-IDX)
           ADD PH-MEDICARE-TAX    TO Q-MEDICARE-TAX-EE(CT-IDX)
           ADD PH-ER-MEDICARE-TAX TO Q-MEDICARE-TAX-ER(CT-IDX)
           ADD PH-FUTA-WAGES      TO Q-FUTA-WAGES(CT-IDX)
           ADD PH-FUTA-TAX        TO Q-FUTA-TAX(CT-IDX)
           ADD PH-SUTA-WAGES      TO Q-SUTA-WAGES(CT-IDX)
           ADD PH-SUTA-TAX        TO Q-SUTA-TAX(CT-IDX)
           .
      * One company's return -- its own heading and FEIN, then the
      * figures.  A company with no payments in the quarter still
      * gets its page, since its 941 is due all the same.
       WRITE-QUARTERLY-REPORT.
           ADD Q-SS-TAX-EE(CT-IDX) Q-SS-TAX-ER(CT-IDX)
               GIVING Q-SS-TAX-TOTAL(CT-IDX)
           ADD Q-MEDICARE-TAX-EE(CT-IDX) Q-MEDICARE-TAX-ER(CT-IDX)
               GIVING Q-MEDICARE-TAX-TOTAL(CT-IDX)
           MOVE REPORT-QUARTER TO RPH-QUARTER
           MOVE RUN-PAY-YEAR   TO RPH-YEAR
           MOVE REPORT-HEADING-LINE TO QUARTERLY-REPORT-LINE
           WRITE QUARTERLY-REPORT-LINE
           MOVE CT-FEIN(CT-IDX)(1:2) TO RPE-FEIN-PREFIX
           MOVE CT-FEIN(CT-IDX)(3:7) TO RPE-FEIN-SUFFIX
           MOVE CT-COMPANY-NAME(CT-IDX) TO RPE-COMPANY-NAME
           MOVE CT-COMPANY-CODE(CT-IDX) TO RPE-COMPANY-CODE
           MOVE REPORT-EMPLOYER-LINE TO QUARTERLY-REPORT-LINE
           WRITE QUARTERLY-REPORT-LINE
           MOVE "GROSS WAGES PAID" TO RPT-LABEL
           MOVE Q-GROSS-WAGES(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "WAGES SUBJECT TO WITHHOLDING" TO RPT-LABEL
           MOVE Q-TAXABLE-WAGES(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "FEDERAL INCOME TAX WITHHELD" TO RPT-LABEL
           MOVE Q-FED-TAX(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "SOCIAL SECURITY WAGES" TO RPT-LABEL
           MOVE Q-SS-WAGES(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "SOC SEC TAX - EMPLOYEE WITHHELD" TO RPT-LABEL
           MOVE Q-SS-TAX-EE(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "SOC SEC TAX - EMPLOYER MATCH" TO RPT-LABEL
           MOVE Q-SS-TAX-ER(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "SOC SEC TAX - BOTH HALVES" TO RPT-LABEL
           MOVE Q-SS-TAX-TOTAL(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "MEDICARE WAGES" TO RPT-LABEL
           MOVE Q-MEDICARE-WAGES(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "MEDICARE TAX - EMPLOYEE WITHHELD" TO RPT-LABEL
           MOVE Q-MEDICARE-TAX-EE(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "MEDICARE TAX - EMPLOYER MATCH" TO RPT-LABEL
           MOVE Q-MEDICARE-TAX-ER(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "MEDICARE TAX - BOTH HALVES" TO RPT-LABEL
           MOVE Q-MEDICARE-TAX-TOTAL(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "FUTA WAGES" TO RPT-LABEL
           MOVE Q-FUTA-WAGES(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "FUTA TAX ACCRUED" TO RPT-LABEL
           MOVE Q-FUTA-TAX(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "SUTA WAGES" TO RPT-LABEL
           MOVE Q-SUTA-WAGES(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "SUTA TAX ACCRUED" TO RPT-LABEL
           MOVE Q-SUTA-TAX(CT-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE "PAYMENTS IN QUARTER" TO RPC-LABEL
           MOVE PAYMENT-COUNT(CT-IDX) TO RPC-COUNT
           MOVE REPORT-COUNT-LINE TO QUARTERLY-REPORT-LINE
           WRITE QUARTERLY-REPORT-LINE
           MOVE SPACES TO QUARTERLY-REPORT-LINE
           WRITE QUARTERLY-REPORT-LINE
           .
       WRITE-REPORT-DETAIL.
           MOVE REPORT-DETAIL-LINE TO QUARTERLY-REPORT-LINE
           CLOSE PAY-HISTORY.
           CLOSE QUARTERLY-REPORT.
           DISPLAY "QUARTERLY 941 REPORT - Q" REPORT-QUARTER " "
               RUN-PAY-YEAR " - " TOTAL-PAYMENT-COUNT " PAYMENTS"
           IF NO-COMPANY-COUNT > 0 THEN
               DISPLAY NO-COMPANY-COUNT
                   " PAYMENTS UNDER NO COMPANY ON FILE - NOT REPORTED"
           END-IF
           .
        END PROGRAM QTR941.
