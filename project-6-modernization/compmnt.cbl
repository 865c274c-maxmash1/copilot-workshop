       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMNT.
       AUTHOR. CHARLES R. MARTIN.
       DATE-WRITTEN. 2026-OCT-15.
      * Applies a batch of add/change transactions to COMPANY-FILE,
      * the control file of the legal entities payroll is run for,
      * and writes an audit trail of what was and wasn't applied.
      * Run ahead of anything that pays or reports for a new entity:
      * PAYCHECKS will not pay an employee whose company is not on
      * file, and the 941, deposit, and W-2 programs take each
      * company's FEIN and name from here.
      * A company record is never deleted -- its FEIN stays on file
      * for as long as its pay history does.
      * Every applied transaction also goes to the permanent change
      * log with the full before and after record images, the
      * transaction date, and the operator who keyed it, plus a
      * per-run change report of what moved, the same as DEDMAINT --
      * a changed FEIN or bank account is exactly the change an
      * auditor asks about.  No transaction applies without an
      * operator ID on it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CO-TRANSACTIONS
               ASSIGN TO "COMPMTXN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
           SELECT AUDIT-REPORT
               ASSIGN TO "COMPAUDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the very first run creates the log; EXTEND ever
      * after, because an audit log that a run can truncate is no
      * audit log at all.
           SELECT OPTIONAL CHANGE-LOG
               ASSIGN TO "COMPCHLG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-REPORT
               ASSIGN TO "COMPCHRP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD CO-TRANSACTIONS.
               COPY COMPMTXN.
           FD COMPANY-FILE.
               COPY COMPANY.
           FD AUDIT-REPORT.
           01 AUDIT-REPORT-LINE.
               02 AUD-COMPANY-CODE      PIC X(02).
               02 FILLER                PIC X(01).
               02 AUD-TRANSACTION-CODE  PIC X(01).
               02 FILLER                PIC X(01).
               02 AUD-DISPOSITION       PIC X(08).
               02 FILLER                PIC X(01).
               02 AUD-REASON            PIC X(40).
      * the permanent change log -- one record per applied
      * transaction: when, who, what kind, and the company record
      * byte for byte before and after the change.  Spaces in the
      * before image mean the record didn't exist yet (an Add).
           FD CHANGE-LOG.
           01 CHANGE-LOG-RECORD.
               02 CLG-TXN-DATE          PIC 9(08).
               02 FILLER                PIC X(01).
               02 CLG-OPERATOR-ID       PIC X(08).
               02 FILLER                PIC X(01).
               02 CLG-TXN-CODE          PIC X(01).
               02 FILLER                PIC X(01).
               02 CLG-COMPANY-CODE      PIC X(02).
               02 FILLER                PIC X(01).
               02 CLG-BEFORE-IMAGE      PIC X(78).
               02 FILLER                PIC X(01).
               02 CLG-AFTER-IMAGE       PIC X(78).
      * the per-run change report -- what moved, old and new.
           FD CHANGE-REPORT.
           01 CHANGE-REPORT-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
           01 END-FILE               PIC X.
               88  EOF VALUE "T".
           01 CO-FILE-STATUS         PIC X(02).
           01 CO-FOUND-SW            PIC X(01).
               88  CO-RECORD-FOUND       VALUE "Y".
               88  CO-RECORD-NOT-FOUND   VALUE "N".
           01 AUD-REASON-TEXT        PIC X(40).
           01 TXN-COUNT              PIC 9(06) USAGE COMP VALUE 0.
           01 APPLIED-COUNT          PIC 9(06) USAGE COMP VALUE 0.
           01 REJECTED-COUNT         PIC 9(06) USAGE COMP VALUE 0.
      * before/after images for the change log, and the record as
      * it stood before the transaction landed, for the change
      * report's old-value column.
           01 LOG-BEFORE-IMAGE       PIC X(78).
           01 LOG-AFTER-IMAGE        PIC X(78).
           01 PRIOR-COMPANY-RECORD.
               02 PRIOR-COMPANY-CODE   PIC X(02).
               02 PRIOR-COMPANY-NAME   PIC X(23).
               02 PRIOR-FEIN           PIC X(09).
               02 PRIOR-BANK-ROUTING   PIC 9(09).
               02 PRIOR-BANK-ACCOUNT   PIC X(17).
               02 PRIOR-SUTA-STATE     PIC X(02).
               02 PRIOR-SUTA-RATE      PIC V9999.
               02 PRIOR-SUTA-ACCOUNT   PIC X(12).
      * the rate passes through an edited picture on its way into
      * the report's old/new columns.
           01 CHG-RATE-EDITED        PIC .9999.
      * one change-report line per field that moved.
           01 CHG-DETAIL-LINE.
               02 CHG-COMPANY-CODE     PIC X(02).
               02 FILLER               PIC X(01).
               02 CHG-TXN-CODE         PIC X(01).
               02 FILLER               PIC X(01).
               02 CHG-OPERATOR-ID      PIC X(08).
               02 FILLER               PIC X(01).
               02 CHG-FIELD-NAME       PIC X(12).
               02 FILLER               PIC X(01).
               02 CHG-OLD-VALUE        PIC X(17).
               02 FILLER               PIC X(01).
               02 CHG-NEW-VALUE        PIC X(17).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-TRANSACTION WITH TEST BEFORE UNTIL EOF.
           PERFORM CLEAN-UP.
           STOP RUN.
       INITIALIZE-PROGRAM.
           OPEN INPUT CO-TRANSACTIONS.
           PERFORM OPEN-COMPANY-FILE.
           OPEN OUTPUT AUDIT-REPORT.
           OPEN EXTEND CHANGE-LOG.
           OPEN OUTPUT CHANGE-REPORT.
           MOVE "CO TC DISPOSTN REASON" TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "CO TC OPERATOR FIELD        OLD VALUE"
               & "         NEW VALUE"
               TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           .
      * The first run against a brand-new company file has nothing
      * to open yet -- create it once and re-open I-O, the same
      * trick DEDMAINT uses.
       OPEN-COMPANY-FILE.
           OPEN I-O COMPANY-FILE
           IF CO-FILE-STATUS = "35" THEN
               OPEN OUTPUT COMPANY-FILE
               CLOSE COMPANY-FILE
               OPEN I-O COMPANY-FILE
           END-IF
           .
       PROCESS-TRANSACTION.
           READ CO-TRANSACTIONS INTO CO-TXN-RECORD
               AT END MOVE "T" TO END-FILE
           END-READ
           IF NOT EOF THEN
               ADD 1 TO TXN-COUNT
               PERFORM EDIT-AUDIT-FIELDS
               IF AUD-REASON-TEXT NOT = SPACES THEN
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   EVALUATE TRUE
                       WHEN CTX-ADD
                           PERFORM APPLY-ADD-TRANSACTION
                       WHEN CTX-CHANGE
                           PERFORM APPLY-CHANGE-TRANSACTION
                       WHEN OTHER
                           MOVE "UNKNOWN TRANSACTION CODE" TO
                               AUD-REASON-TEXT
                           PERFORM WRITE-REJECTED-LINE
                   END-EVALUATE
               END-IF
           END-IF
           .
      * No transaction of any kind applies without a name and a
      * date against it -- the change log is only as good as the
      * operator column on it.
       EDIT-AUDIT-FIELDS.
           MOVE SPACES TO AUD-REASON-TEXT
           EVALUATE TRUE
               WHEN CTX-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID REQUIRED" TO AUD-REASON-TEXT
               WHEN CTX-TXN-DATE NOT NUMERIC
                   MOVE "TRANSACTION DATE IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN CTX-TXN-DATE = 0
                   MOVE "TRANSACTION DATE REQUIRED"
                       TO AUD-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      * Field edits for an Add or Change -- both carry the whole
      * record.  A short line comes off the transaction file padded
      * with spaces; spaces in the routing number or the SUTA rate
      * would hand PAYCHECKS non-numeric data for its arithmetic, and
      * a FEIN that isn't nine digits would be refused by the IRS on
      * every deposit and W-2 filed under it.
       EDIT-COMPANY-FIELDS.
           MOVE SPACES TO AUD-REASON-TEXT
           EVALUATE TRUE
               WHEN CTX-COMPANY-CODE = SPACES
                   MOVE "COMPANY CODE REQUIRED" TO AUD-REASON-TEXT
               WHEN CTX-COMPANY-NAME = SPACES
                   MOVE "COMPANY NAME REQUIRED" TO AUD-REASON-TEXT
               WHEN CTX-FEIN NOT NUMERIC
                   MOVE "FEIN MUST BE NINE DIGITS" TO AUD-REASON-TEXT
               WHEN CTX-BANK-ROUTING NOT NUMERIC
                   MOVE "BANK ROUTING NUMBER IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN CTX-BANK-ROUTING = 0
                   MOVE "BANK ROUTING NUMBER REQUIRED"
                       TO AUD-REASON-TEXT
               WHEN CTX-BANK-ACCOUNT = SPACES
                   MOVE "BANK ACCOUNT NUMBER REQUIRED"
                       TO AUD-REASON-TEXT
               WHEN CTX-SUTA-STATE = SPACES
                   MOVE "SUTA STATE REQUIRED" TO AUD-REASON-TEXT
               WHEN CTX-SUTA-RATE NOT NUMERIC
                   MOVE "SUTA RATE IS NOT NUMERIC" TO AUD-REASON-TEXT
               WHEN CTX-SUTA-ACCOUNT = SPACES
                   MOVE "SUTA ACCOUNT NUMBER REQUIRED"
                       TO AUD-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       FIND-COMPANY-RECORD.
           MOVE CTX-COMPANY-CODE TO CO-COMPANY-CODE
           READ COMPANY-FILE
               INVALID KEY SET CO-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET CO-RECORD-FOUND TO TRUE
           END-READ
           .
       APPLY-ADD-TRANSACTION.
           PERFORM EDIT-COMPANY-FIELDS
           IF AUD-REASON-TEXT NOT = SPACES THEN
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM APPLY-EDITED-ADD
           END-IF
           .
       APPLY-EDITED-ADD.
           PERFORM FIND-COMPANY-RECORD
           IF CO-RECORD-FOUND THEN
               MOVE "COMPANY ALREADY ON FILE" TO AUD-REASON-TEXT
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM MOVE-TRANSACTION-FIELDS
               WRITE COMPANY-RECORD
      * an Add has no before image -- spaces on the log say the
      * record didn't exist until this transaction.
               MOVE SPACES TO LOG-BEFORE-IMAGE
               MOVE COMPANY-RECORD TO LOG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
               MOVE "ADDED" TO CHG-FIELD-NAME
               PERFORM WRITE-EVENT-DETAIL
               MOVE "COMPANY ADDED" TO AUD-REASON-TEXT
               PERFORM WRITE-APPLIED-LINE
           END-IF
           .
       APPLY-CHANGE-TRANSACTION.
           PERFORM EDIT-COMPANY-FIELDS
           IF AUD-REASON-TEXT NOT = SPACES THEN
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM APPLY-EDITED-CHANGE
           END-IF
           .
       APPLY-EDITED-CHANGE.
           PERFORM FIND-COMPANY-RECORD
           IF CO-RECORD-NOT-FOUND THEN
               MOVE "COMPANY NOT ON FILE" TO AUD-REASON-TEXT
               PERFORM WRITE-REJECTED-LINE
           ELSE
               MOVE COMPANY-RECORD TO LOG-BEFORE-IMAGE
               MOVE COMPANY-RECORD TO PRIOR-COMPANY-RECORD
               PERFORM MOVE-TRANSACTION-FIELDS
               REWRITE COMPANY-RECORD
               MOVE COMPANY-RECORD TO LOG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
               PERFORM REPORT-CHANGED-FIELDS
               MOVE "COMPANY CHANGED" TO AUD-REASON-TEXT
               PERFORM WRITE-APPLIED-LINE
           END-IF
           .
       MOVE-TRANSACTION-FIELDS.
           MOVE CTX-COMPANY-CODE  TO CO-COMPANY-CODE
           MOVE CTX-COMPANY-NAME  TO CO-COMPANY-NAME
           MOVE CTX-FEIN          TO CO-FEIN
           MOVE CTX-BANK-ROUTING  TO CO-BANK-ROUTING
           MOVE CTX-BANK-ACCOUNT  TO CO-BANK-ACCOUNT
           MOVE CTX-SUTA-STATE    TO CO-SUTA-STATE
           MOVE CTX-SUTA-RATE     TO CO-SUTA-RATE
           MOVE CTX-SUTA-ACCOUNT  TO CO-SUTA-ACCOUNT
           .
      * One value line per field the Change moved; a Change that
      * moved nothing but the name still shows as changed.
       REPORT-CHANGED-FIELDS.
           IF CO-FEIN NOT = PRIOR-FEIN THEN
               MOVE "FEIN"     TO CHG-FIELD-NAME
               MOVE PRIOR-FEIN TO CHG-OLD-VALUE
               MOVE CO-FEIN    TO CHG-NEW-VALUE
               PERFORM WRITE-VALUE-DETAIL
           END-IF
           IF CO-BANK-ROUTING NOT = PRIOR-BANK-ROUTING THEN
               MOVE "BANK ROUTING"     TO CHG-FIELD-NAME
               MOVE PRIOR-BANK-ROUTING TO CHG-OLD-VALUE
               MOVE CO-BANK-ROUTING    TO CHG-NEW-VALUE
               PERFORM WRITE-VALUE-DETAIL
           END-IF
           IF CO-BANK-ACCOUNT NOT = PRIOR-BANK-ACCOUNT THEN
               MOVE "BANK ACCOUNT"     TO CHG-FIELD-NAME
               MOVE PRIOR-BANK-ACCOUNT TO CHG-OLD-VALUE
               MOVE CO-BANK-ACCOUNT    TO CHG-NEW-VALUE
               PERFORM WRITE-VALUE-DETAIL
           END-IF
           IF CO-SUTA-STATE NOT = PRIOR-SUTA-STATE THEN
               MOVE "SUTA STATE"     TO CHG-FIELD-NAME
               MOVE PRIOR-SUTA-STATE TO CHG-OLD-VALUE
               MOVE CO-SUTA-STATE    TO CHG-NEW-VALUE
               PERFORM WRITE-VALUE-DETAIL
           END-IF
           IF CO-SUTA-RATE NOT = PRIOR-SUTA-RATE THEN
               MOVE "SUTA RATE"     TO CHG-FIELD-NAME
               MOVE PRIOR-SUTA-RATE TO CHG-RATE-EDITED
               MOVE CHG-RATE-EDITED TO CHG-OLD-VALUE
               MOVE CO-SUTA-RATE    TO CHG-RATE-EDITED
               MOVE CHG-RATE-EDITED TO CHG-NEW-VALUE
               PERFORM WRITE-VALUE-DETAIL
           END-IF
           IF CO-SUTA-ACCOUNT NOT = PRIOR-SUTA-ACCOUNT THEN
               MOVE "SUTA ACCOUNT"     TO CHG-FIELD-NAME
               MOVE PRIOR-SUTA-ACCOUNT TO CHG-OLD-VALUE
               MOVE CO-SUTA-ACCOUNT    TO CHG-NEW-VALUE
               PERFORM WRITE-VALUE-DETAIL
           END-IF
           IF CO-COMPANY-NAME NOT = PRIOR-COMPANY-NAME THEN
               MOVE "NAME CHANGED" TO CHG-FIELD-NAME
               PERFORM WRITE-EVENT-DETAIL
           END-IF
           .
      * Change-report plumbing -- an event line names what happened
      * to the whole record; a value line shows a field's old and
      * new figures.  The caller loads CHG-FIELD-NAME (and the
      * values) before performing these.
       WRITE-EVENT-DETAIL.
           MOVE SPACES TO CHG-OLD-VALUE
           MOVE SPACES TO CHG-NEW-VALUE
           PERFORM WRITE-CHANGE-DETAIL-LINE
           .
       WRITE-VALUE-DETAIL.
           PERFORM WRITE-CHANGE-DETAIL-LINE
           .
       WRITE-CHANGE-DETAIL-LINE.
           MOVE CTX-COMPANY-CODE     TO CHG-COMPANY-CODE
           MOVE CTX-TRANSACTION-CODE TO CHG-TXN-CODE
           MOVE CTX-OPERATOR-ID      TO CHG-OPERATOR-ID
           MOVE CHG-DETAIL-LINE TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           .
       WRITE-CHANGE-LOG.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE CTX-TXN-DATE         TO CLG-TXN-DATE
           MOVE CTX-OPERATOR-ID      TO CLG-OPERATOR-ID
           MOVE CTX-TRANSACTION-CODE TO CLG-TXN-CODE
           MOVE CTX-COMPANY-CODE     TO CLG-COMPANY-CODE
           MOVE LOG-BEFORE-IMAGE     TO CLG-BEFORE-IMAGE
           MOVE LOG-AFTER-IMAGE      TO CLG-AFTER-IMAGE
           WRITE CHANGE-LOG-RECORD
           .
       WRITE-APPLIED-LINE.
           ADD 1 TO APPLIED-COUNT
           MOVE "APPLIED " TO AUD-DISPOSITION
           PERFORM WRITE-AUDIT-LINE
           .
       WRITE-REJECTED-LINE.
           ADD 1 TO REJECTED-COUNT
           MOVE "REJECTED" TO AUD-DISPOSITION
           PERFORM WRITE-AUDIT-LINE
           .
       WRITE-AUDIT-LINE.
           MOVE CTX-COMPANY-CODE     TO AUD-COMPANY-CODE
           MOVE CTX-TRANSACTION-CODE TO AUD-TRANSACTION-CODE
           MOVE AUD-REASON-TEXT      TO AUD-REASON
           WRITE AUDIT-REPORT-LINE
           DISPLAY "COMPANY MAINT - " AUD-DISPOSITION " - COMPANY "
               CTX-COMPANY-CODE " - " AUD-REASON-TEXT
           .
       CLEAN-UP.
           CLOSE CO-TRANSACTIONS.
           CLOSE COMPANY-FILE.
           CLOSE AUDIT-REPORT.
           CLOSE CHANGE-LOG.
           CLOSE CHANGE-REPORT.
           DISPLAY "COMPANY MAINTENANCE COMPLETE - " TXN-COUNT
               " TRANSACTIONS, " APPLIED-COUNT " APPLIED, "
               REJECTED-COUNT " REJECTED"
           .
       END PROGRAM COMPMNT.
