      * changed record; a change that touches the direct-deposit
      * bank account is flagged there and on the console, and no
      * transaction applies at all without an operator ID on it.
      * The direct-deposit split -- the extra accounts on DEPOSIT-
      * ALLOCATIONS -- is maintained here too, through the same log
      * and report, and every account put on file (the master's own
      * or a split row) starts out prenote-pending so PAYCHECKS
      * proves it with the bank before any money goes to it.
      * Every employee belongs to one of the companies on COMPANY-
      * FILE; an Add or Change must name one that is on file, and a
      * Change that moves the employee to another company is called
      * out on the change report as a transfer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EM-EMPLOYEE-ID
                   FILE STATUS IS EM-FILE-STATUS.
           SELECT DEPOSIT-ALLOCATIONS
               ASSIGN TO "DEPALLOC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DA-KEY
                   FILE STATUS IS DA-FILE-STATUS.
           SELECT COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CO-COMPANY-CODE
                   FILE STATUS IS CO-FILE-STATUS.
           SELECT AUDIT-REPORT
               ASSIGN TO "EMPAUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               COPY EMPMTXN.
           FD EMPLOYEE-MASTER.
               COPY EMPMAST.
           FD DEPOSIT-ALLOCATIONS.
               COPY DEPALLOC.
           FD COMPANY-FILE.
               COPY COMPANY.
           FD AUDIT-REPORT.
           01 AUDIT-REPORT-LINE.
               02 AUD-EMPLOYEE-ID       PIC X(05).
      * the permanent change log -- one record per applied
      * transaction: when, who, what kind, and the master record
      * byte for byte before and after the change.  Spaces in the
      * before image mean the record didn't exist yet (an Add).  A
      * D or X transaction logs the deposit-allocation row instead
      * of the master record, space-padded to the same width.
           FD CHANGE-LOG.
           01 CHANGE-LOG-RECORD.
               02 CLG-TXN-DATE          PIC 9(08).
               02 FILLER                PIC X(01).
               02 CLG-EMPLOYEE-ID       PIC X(05).
               02 FILLER                PIC X(01).
               02 CLG-BEFORE-IMAGE      PIC X(101).
               02 FILLER                PIC X(01).
               02 CLG-AFTER-IMAGE       PIC X(101).
      * the per-run change report -- what moved, old and new, with
      * bank-account changes flagged loudly.
           FD CHANGE-REPORT.
      * before/after images for the change log, and the prior values
      * of the fields the change report calls out -- saved off the
      * master record as read, before the transaction lands on it.
           01 LOG-BEFORE-IMAGE       PIC X(101).
           01 LOG-AFTER-IMAGE        PIC X(101).
           01 PRIOR-AUTH-PAY-RATE    PIC 99.
           01 PRIOR-DIRECT-DEPOSIT   PIC X(27).
           01 PRIOR-PAY-METHOD       PIC X(01).
               88  PRIOR-PAID-BY-PAPER-CHECK VALUE "P".
           01 PRIOR-FINAL-PAY-STATUS PIC X(01).
           01 PRIOR-COMPANY-CODE     PIC X(02).
      * the company an Add or Change names must be on COMPANY-FILE;
      * a master record FILECONV hasn't carried forward belongs to
      * the original one.
           77 Original-company       Pic X(02) Value Is "01" .
           01 CO-FILE-STATUS         PIC X(02).
           01 COMPANY-FOUND-SW       PIC X(01).
               88  COMPANY-FOUND         VALUE "Y".
               88  COMPANY-NOT-FOUND     VALUE "N".
      * deposit-allocation maintenance -- the row as it stood before
      * the transaction, and whether another row already takes the
      * remainder of the employee's net pay.
           01 DA-FILE-STATUS         PIC X(02).
           01 DA-FOUND-SW            PIC X(01).
               88  DA-RECORD-FOUND       VALUE "Y".
               88  DA-RECORD-NOT-FOUND   VALUE "N".
           01 DA-MORE-SW             PIC X(01).
               88  DA-MORE-FOR-EMPLOYEE     VALUE "Y".
               88  DA-NO-MORE-FOR-EMPLOYEE  VALUE "N".
           01 REMAINDER-ROW-SW       PIC X(01).
               88  REMAINDER-ROW-TAKEN   VALUE "Y".
               88  REMAINDER-ROW-FREE    VALUE "N".
           01 PRIOR-DEPOSIT-ACCOUNT  PIC X(27).
           01 PRIOR-ALLOC-TYPE       PIC X(01).
           01 PRIOR-ALLOC-AMOUNT     PIC 9(4)V99.
      * the report's field column names the allocation row, and the
      * old/new columns show how the row takes its share.
           01 DEP-FIELD-NAME.
               02 DFN-LABEL            PIC X(10).
               02 DFN-SEQ              PIC 9(02).
           01 CHG-ALLOC-VALUE.
               02 CAV-ALLOC-TYPE       PIC X(01).
               02 FILLER               PIC X(01).
               02 CAV-ALLOC-AMOUNT     PIC ZZZ9.99.
      * one change-report line per field that moved.
           01 CHG-DETAIL-LINE.
               02 CHG-EMP-ID           PIC X(05).
       INITIALIZE-PROGRAM.
           OPEN INPUT EMP-TRANSACTIONS.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM OPEN-DEPOSIT-ALLOCATIONS.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS NOT = "00" THEN
               DISPLAY "CANNOT OPEN COMPANY.DAT - STATUS "
                   CO-FILE-STATUS " - RUN ABORTED"
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-REPORT.
           OPEN EXTEND CHANGE-LOG.
           OPEN OUTPUT CHANGE-REPORT.
               OPEN I-O EMPLOYEE-MASTER
           END-IF
           .
       OPEN-DEPOSIT-ALLOCATIONS.
           OPEN I-O DEPOSIT-ALLOCATIONS
           IF DA-FILE-STATUS = "35" THEN
               OPEN OUTPUT DEPOSIT-ALLOCATIONS
               CLOSE DEPOSIT-ALLOCATIONS
               OPEN I-O DEPOSIT-ALLOCATIONS
           END-IF
           .
       PROCESS-TRANSACTION.
           READ EMP-TRANSACTIONS INTO EMP-TXN-RECORD
               AT END MOVE "T" TO END-FILE
                           PERFORM APPLY-TERMINATE-TRANSACTION
                       WHEN ETX-REACTIVATE
                           PERFORM APPLY-REACTIVATE-TRANSACTION
                       WHEN ETX-DEPOSIT-ALLOC
                           PERFORM APPLY-DEPOSIT-TRANSACTION
                       WHEN ETX-REMOVE-DEPOSIT
                           PERFORM APPLY-REMOVE-DEPOSIT-TRANSACTION
                       WHEN OTHER
                           MOVE "UNKNOWN TRANSACTION CODE" TO
                               AUD-REASON-TEXT
           MOVE ETX-ACCOUNT-NUMBER  TO EM-ACCOUNT-NUMBER
           MOVE ETX-ACCOUNT-TYPE    TO EM-ACCOUNT-TYPE
           MOVE ETX-PAY-METHOD      TO EM-PAY-METHOD
           MOVE ETX-BIRTH-DATE      TO EM-BIRTH-DATE
           MOVE ETX-COMPANY-CODE    TO EM-COMPANY-CODE
           .
      * Field edits for the transactions that carry a whole record.
      * A short or mis-keyed line comes off the LINE SEQUENTIAL
               WHEN ETX-ROUTING-NUMBER NOT NUMERIC
                   MOVE "ROUTING NUMBER IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN ETX-BIRTH-DATE NOT NUMERIC
                   MOVE "BIRTH DATE IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN ETX-EMPLOYEE-TYPE NOT = "H"
                       AND ETX-EMPLOYEE-TYPE NOT = "S"
                   MOVE "EMPLOYEE TYPE MUST BE H OR S"
                       AND ETX-ACCOUNT-TYPE NOT = "S"
                   MOVE "ACCOUNT TYPE MUST BE C OR S"
                       TO AUD-REASON-TEXT
               WHEN ETX-COMPANY-CODE = SPACES
                   MOVE "COMPANY CODE REQUIRED" TO AUD-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF AUD-REASON-TEXT = SPACES THEN
               PERFORM LOOKUP-COMPANY
               IF COMPANY-NOT-FOUND THEN
                   MOVE "COMPANY NOT ON COMPANY FILE"
                       TO AUD-REASON-TEXT
               END-IF
           END-IF
           .
       LOOKUP-COMPANY.
           MOVE ETX-COMPANY-CODE TO CO-COMPANY-CODE
           READ COMPANY-FILE
               INVALID KEY SET COMPANY-NOT-FOUND TO TRUE
               NOT INVALID KEY SET COMPANY-FOUND TO TRUE
           END-READ
           .
       APPLY-ADD-TRANSACTION.
           PERFORM EDIT-ADD-CHANGE-FIELDS
                       AUD-REASON-TEXT
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE SPACES TO PRIOR-DIRECT-DEPOSIT
                   MOVE SPACES TO PRIOR-PAY-METHOD
                   PERFORM MOVE-TXN-TO-MASTER-RECORD
                   SET EM-ACTIVE TO TRUE
                   MOVE 0 TO EM-TERM-DATE
                   MOVE SPACES TO EM-TERM-REASON
                   SET EM-NO-FINAL-PAY-DUE TO TRUE
                   WRITE EMPLOYEE-MASTER-RECORD
      * an Add has no before image -- spaces on the log say the
      * record didn't exist until this transaction.
                   PERFORM WRITE-CHANGE-LOG
                   MOVE "RECORD ADDED" TO CHG-FIELD-NAME
                   PERFORM WRITE-EVENT-DETAIL
                   PERFORM SCHEDULE-MASTER-PRENOTE
                   MOVE "EMPLOYEE ADDED" TO AUD-REASON-TEXT
                   PERFORM WRITE-APPLIED-LINE
               END-IF
                   MOVE EMPLOYEE-MASTER-RECORD TO LOG-BEFORE-IMAGE
                   MOVE EM-AUTH-PAY-RATE  TO PRIOR-AUTH-PAY-RATE
                   MOVE EM-DIRECT-DEPOSIT TO PRIOR-DIRECT-DEPOSIT
                   MOVE EM-PAY-METHOD     TO PRIOR-PAY-METHOD
                   MOVE EM-COMPANY-CODE   TO PRIOR-COMPANY-CODE
                   IF PRIOR-COMPANY-CODE = SPACES THEN
                       MOVE Original-company TO PRIOR-COMPANY-CODE
                   END-IF
                   PERFORM MOVE-TXN-TO-MASTER-RECORD
                   REWRITE EMPLOYEE-MASTER-RECORD
                   MOVE EMPLOYEE-MASTER-RECORD TO LOG-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM WRITE-CHANGE-DETAIL
                   PERFORM SCHEDULE-MASTER-PRENOTE
                   MOVE "EMPLOYEE CHANGED" TO AUD-REASON-TEXT
                   PERFORM WRITE-APPLIED-LINE
               END-IF
      * asks about -- the authorized pay rate, and above all the
      * direct-deposit bank account.  A bank change is flagged on
      * the report line and echoed to the console, so it cannot go
      * through without somebody seeing it go through.  A move to
      * another company is a transfer: from the next check on, the
      * employee's wages are reported under the new company's FEIN
      * and its year-to-date figures start from zero.
       WRITE-CHANGE-DETAIL.
           IF EM-AUTH-PAY-RATE NOT = PRIOR-AUTH-PAY-RATE THEN
               PERFORM CLEAR-CHANGE-DETAIL
               DISPLAY "BANK ACCOUNT CHANGED - EMP ID "
                   ETX-EMPLOYEE-ID " BY OPERATOR " ETX-OPERATOR-ID
           END-IF
           IF EM-COMPANY-CODE NOT = PRIOR-COMPANY-CODE THEN
               PERFORM CLEAR-CHANGE-DETAIL
               MOVE "COMPANY" TO CHG-FIELD-NAME
               MOVE PRIOR-COMPANY-CODE TO CHG-OLD-VALUE
               MOVE EM-COMPANY-CODE    TO CHG-NEW-VALUE
               MOVE "** TRANSFER **" TO CHG-FLAG
               PERFORM WRITE-CHANGE-DETAIL-LINE
               DISPLAY "COMPANY TRANSFER - EMP ID "
                   ETX-EMPLOYEE-ID " FROM " PRIOR-COMPANY-CODE
                   " TO " EM-COMPANY-CODE
           END-IF
           .
      * A direct-deposit account newly put on the master -- a new
      * hire's, a changed one, or one a paper-check employee is
      * switched over to, even when the account fields were keyed
      * long before -- has never been proven with the bank.  The
      * sequence-00 row on DEPOSIT-ALLOCATIONS carries its prenote
      * status: pending until PAYCHECKS sends the zero-dollar
      * prenote, and the employee is paid by paper check until the
      * waiting period after that passes.  An account that didn't
      * move under an employee already paid by deposit keeps
      * whatever status it already had.
       SCHEDULE-MASTER-PRENOTE.
           IF EM-PAY-BY-DIRECT-DEPOSIT AND EM-ROUTING-NUMBER NOT = 0
                   AND (EM-DIRECT-DEPOSIT NOT = PRIOR-DIRECT-DEPOSIT
                       OR PRIOR-PAID-BY-PAPER-CHECK)
               THEN
               MOVE EM-EMPLOYEE-ID TO DA-EMPLOYEE-ID
               MOVE 0 TO DA-ALLOC-SEQ
               PERFORM LOOKUP-DEPOSIT-ALLOCATION
               MOVE EM-DIRECT-DEPOSIT TO DA-ACCOUNT-INFO
               SET DA-MASTER-ACCOUNT TO TRUE
               MOVE 0 TO DA-ALLOC-AMOUNT
               SET DA-PRENOTE-PENDING TO TRUE
               MOVE 0 TO DA-PRENOTE-DATE
               IF DA-RECORD-FOUND THEN
                   REWRITE DEPOSIT-ALLOCATION-RECORD
               ELSE
                   WRITE DEPOSIT-ALLOCATION-RECORD
               END-IF
               PERFORM CLEAR-CHANGE-DETAIL
               MOVE "PRENOTE" TO CHG-FIELD-NAME
               MOVE EM-DIRECT-DEPOSIT TO CHG-NEW-VALUE
               MOVE "PRENOTE SCHEDULED" TO CHG-FLAG
               PERFORM WRITE-CHANGE-DETAIL-LINE
           END-IF
           .
       LOOKUP-DEPOSIT-ALLOCATION.
           READ DEPOSIT-ALLOCATIONS
               INVALID KEY SET DA-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY SET DA-RECORD-FOUND TO TRUE
           END-READ
           .
      * Terminations, reactivations, and adds are whole-record
      * events; the report line names the event and the log carries
           MOVE LOG-AFTER-IMAGE      TO CLG-AFTER-IMAGE
           WRITE CHANGE-LOG-RECORD
           .
      * A termination carries the last day worked and the reason,
      * and queues the employee for the final-pay run -- PAYCHECKS
      * stops paying a terminated employee, so FINALPAY is the only
      * place the last period's wages and the vacation payout come
      * from.  Terminating an employee already terminated would
      * queue the final pay a second time, so it is refused.
       EDIT-TERMINATE-FIELDS.
           MOVE SPACES TO AUD-REASON-TEXT
           EVALUATE TRUE
               WHEN ETX-TERM-DATE NOT NUMERIC
                   MOVE "TERMINATION DATE IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN ETX-TERM-DATE = 0
                   MOVE "TERMINATION DATE REQUIRED" TO AUD-REASON-TEXT
               WHEN NOT ETX-VALID-TERM-REASON
                   MOVE "TERMINATION REASON MUST BE V D L R OR X"
                       TO AUD-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       APPLY-TERMINATE-TRANSACTION.
           PERFORM EDIT-TERMINATE-FIELDS
           IF AUD-REASON-TEXT = SPACES THEN
               PERFORM LOOKUP-EMPLOYEE-MASTER
               IF EMPLOYEE-NOT-FOUND THEN
                   MOVE "EMPLOYEE NOT ON MASTER FILE"
                       TO AUD-REASON-TEXT
               ELSE
                   IF EM-TERMINATED THEN
                       MOVE "EMPLOYEE ALREADY TERMINATED"
                           TO AUD-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF AUD-REASON-TEXT NOT = SPACES THEN
               PERFORM WRITE-REJECTED-LINE
           ELSE
               MOVE EMPLOYEE-MASTER-RECORD TO LOG-BEFORE-IMAGE
               SET EM-TERMINATED TO TRUE
               MOVE ETX-TERM-DATE   TO EM-TERM-DATE
               MOVE ETX-TERM-REASON TO EM-TERM-REASON
               SET EM-FINAL-PAY-PENDING TO TRUE
               REWRITE EMPLOYEE-MASTER-RECORD
               MOVE EMPLOYEE-MASTER-RECORD TO LOG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
               MOVE "TERMINATED" TO CHG-FIELD-NAME
               PERFORM WRITE-EVENT-DETAIL
               PERFORM CLEAR-CHANGE-DETAIL
               MOVE "TERM DATE" TO CHG-FIELD-NAME
               MOVE EM-TERM-DATE TO CHG-NEW-VALUE
               MOVE "FINAL PAY PENDING" TO CHG-FLAG
               PERFORM WRITE-CHANGE-DETAIL-LINE
               PERFORM CLEAR-CHANGE-DETAIL
               MOVE "TERM REASON" TO CHG-FIELD-NAME
               MOVE EM-TERM-REASON TO CHG-NEW-VALUE
               PERFORM WRITE-CHANGE-DETAIL-LINE
               MOVE "EMPLOYEE TERMINATED" TO AUD-REASON-TEXT
               PERFORM WRITE-APPLIED-LINE
           END-IF
           .
      * A rehire clears the termination.  A final pay FINALPAY hasn't
      * run yet is called off with it -- the employee is back on the
      * regular payroll, which pays the period in the usual way --
      * and the report says so, in case it was already promised.
       APPLY-REACTIVATE-TRANSACTION.
           PERFORM LOOKUP-EMPLOYEE-MASTER
           IF EMPLOYEE-NOT-FOUND THEN
               PERFORM WRITE-REJECTED-LINE
           ELSE
               MOVE EMPLOYEE-MASTER-RECORD TO LOG-BEFORE-IMAGE
               MOVE EM-FINAL-PAY-STATUS TO PRIOR-FINAL-PAY-STATUS
               SET EM-ACTIVE TO TRUE
               MOVE 0 TO EM-TERM-DATE
               MOVE SPACES TO EM-TERM-REASON
               SET EM-NO-FINAL-PAY-DUE TO TRUE
               REWRITE EMPLOYEE-MASTER-RECORD
               MOVE EMPLOYEE-MASTER-RECORD TO LOG-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LOG
               MOVE "REACTIVATED" TO CHG-FIELD-NAME
               PERFORM WRITE-EVENT-DETAIL
               IF PRIOR-FINAL-PAY-STATUS = "P" THEN
                   PERFORM CLEAR-CHANGE-DETAIL
                   MOVE "FINAL PAY" TO CHG-FIELD-NAME
                   MOVE "FINAL PAY CANCELLED" TO CHG-FLAG
                   PERFORM WRITE-CHANGE-DETAIL-LINE
               END-IF
               MOVE "EMPLOYEE REACTIVATED" TO AUD-REASON-TEXT
               PERFORM WRITE-APPLIED-LINE
           END-IF
           .
      * Field edits for a deposit-allocation row.  Sequence 00 is
      * the master account's own row and is only ever written by
      * SCHEDULE-MASTER-PRENOTE, so a keyed row must be 01-99.  A
      * percent is a fraction of net pay, the same as a percent
      * deduction on DEDUCTIONS, and can't exceed the whole of it.
       EDIT-DEPOSIT-FIELDS.
           MOVE SPACES TO AUD-REASON-TEXT
           EVALUATE TRUE
               WHEN ETX-ALLOC-SEQ NOT NUMERIC
                   MOVE "ALLOCATION SEQUENCE IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN ETX-ALLOC-SEQ = 0
                   MOVE "ALLOCATION SEQUENCE MUST BE 01-99"
                       TO AUD-REASON-TEXT
               WHEN ETX-ROUTING-NUMBER NOT NUMERIC
                   MOVE "ROUTING NUMBER IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN ETX-ROUTING-NUMBER = 0
                   MOVE "ROUTING NUMBER REQUIRED" TO AUD-REASON-TEXT
               WHEN ETX-ACCOUNT-NUMBER = SPACES
                   MOVE "ACCOUNT NUMBER REQUIRED" TO AUD-REASON-TEXT
               WHEN ETX-ACCOUNT-TYPE NOT = "C"
                       AND ETX-ACCOUNT-TYPE NOT = "S"
                   MOVE "ACCOUNT TYPE MUST BE C OR S"
                       TO AUD-REASON-TEXT
               WHEN ETX-ALLOC-TYPE NOT = "A"
                       AND ETX-ALLOC-TYPE NOT = "%"
                       AND ETX-ALLOC-TYPE NOT = "R"
                   MOVE "ALLOCATION TYPE MUST BE A % OR R"
                       TO AUD-REASON-TEXT
               WHEN ETX-ALLOC-AMOUNT NOT NUMERIC
                   MOVE "ALLOCATION AMOUNT IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN ETX-ALLOC-TYPE = "A" AND ETX-ALLOC-AMOUNT = 0
                   MOVE "FLAT AMOUNT MUST BE OVER ZERO"
                       TO AUD-REASON-TEXT
               WHEN ETX-ALLOC-TYPE = "%"
                       AND (ETX-ALLOC-AMOUNT = 0
                           OR ETX-ALLOC-AMOUNT > 1)
                   MOVE "PERCENT MUST BE OVER 0 AND NOT OVER 1.00"
                       TO AUD-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      * Add or change one row of the employee's deposit split.  A
      * row whose bank account is new or different goes back to
      * prenote-pending; a change to the amount alone leaves an
      * already-proven account proven.
       APPLY-DEPOSIT-TRANSACTION.
           PERFORM EDIT-DEPOSIT-FIELDS
           IF AUD-REASON-TEXT NOT = SPACES THEN
               PERFORM WRITE-REJECTED-LINE
           ELSE
               PERFORM LOOKUP-EMPLOYEE-MASTER
               IF EMPLOYEE-NOT-FOUND THEN
                   MOVE "EMPLOYEE NOT ON MASTER FILE"
                       TO AUD-REASON-TEXT
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   PERFORM CHECK-REMAINDER-ROWS
                   IF REMAINDER-ROW-TAKEN THEN
                       MOVE "ANOTHER ROW ALREADY TAKES THE REMAINDER"
                           TO AUD-REASON-TEXT
                       PERFORM WRITE-REJECTED-LINE
                   ELSE
                       PERFORM POST-DEPOSIT-ALLOCATION
                   END-IF
               END-IF
           END-IF
           .
      * Only one row per employee may take the remainder -- walk the
      * employee's rows for an R on any sequence but this one.
       CHECK-REMAINDER-ROWS.
           SET REMAINDER-ROW-FREE TO TRUE
           IF ETX-ALLOC-TYPE = "R" THEN
               MOVE ETX-EMPLOYEE-ID TO DA-EMPLOYEE-ID
               MOVE 0 TO DA-ALLOC-SEQ
               START DEPOSIT-ALLOCATIONS
                   KEY IS NOT LESS THAN DA-KEY
                   INVALID KEY SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
                   NOT INVALID KEY SET DA-MORE-FOR-EMPLOYEE TO TRUE
               END-START
               PERFORM TEST-REMAINDER-ROW
                   WITH TEST BEFORE UNTIL DA-NO-MORE-FOR-EMPLOYEE
           END-IF
           .
       TEST-REMAINDER-ROW.
           READ DEPOSIT-ALLOCATIONS NEXT RECORD
               AT END SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
           END-READ
           IF DA-MORE-FOR-EMPLOYEE THEN
               IF DA-EMPLOYEE-ID NOT = ETX-EMPLOYEE-ID THEN
                   SET DA-NO-MORE-FOR-EMPLOYEE TO TRUE
               ELSE
                   IF DA-REMAINDER-ACCOUNT
                           AND DA-ALLOC-SEQ NOT = ETX-ALLOC-SEQ THEN
                       SET REMAINDER-ROW-TAKEN TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       POST-DEPOSIT-ALLOCATION.
           MOVE ETX-EMPLOYEE-ID TO DA-EMPLOYEE-ID
           MOVE ETX-ALLOC-SEQ   TO DA-ALLOC-SEQ
           PERFORM LOOKUP-DEPOSIT-ALLOCATION
           IF DA-RECORD-FOUND THEN
               MOVE DEPOSIT-ALLOCATION-RECORD TO LOG-BEFORE-IMAGE
               MOVE DA-ACCOUNT-INFO  TO PRIOR-DEPOSIT-ACCOUNT
               MOVE DA-ALLOC-TYPE    TO PRIOR-ALLOC-TYPE
               MOVE DA-ALLOC-AMOUNT  TO PRIOR-ALLOC-AMOUNT
           ELSE
               MOVE SPACES TO LOG-BEFORE-IMAGE
               MOVE SPACES TO PRIOR-DEPOSIT-ACCOUNT
               MOVE SPACES TO PRIOR-ALLOC-TYPE
               MOVE 0      TO PRIOR-ALLOC-AMOUNT
           END-IF
           MOVE ETX-ROUTING-NUMBER TO DA-ROUTING-NUMBER
           MOVE ETX-ACCOUNT-NUMBER TO DA-ACCOUNT-NUMBER
           MOVE ETX-ACCOUNT-TYPE   TO DA-ACCOUNT-TYPE
           MOVE ETX-ALLOC-TYPE     TO DA-ALLOC-TYPE
           MOVE ETX-ALLOC-AMOUNT   TO DA-ALLOC-AMOUNT
           IF DA-ACCOUNT-INFO NOT = PRIOR-DEPOSIT-ACCOUNT THEN
               SET DA-PRENOTE-PENDING TO TRUE
               MOVE 0 TO DA-PRENOTE-DATE
           END-IF
           IF DA-RECORD-FOUND THEN
               REWRITE DEPOSIT-ALLOCATION-RECORD
               MOVE "DEPOSIT ALLOCATION CHANGED" TO AUD-REASON-TEXT
           ELSE
               WRITE DEPOSIT-ALLOCATION-RECORD
               MOVE "DEPOSIT ALLOCATION ADDED" TO AUD-REASON-TEXT
           END-IF
           MOVE DEPOSIT-ALLOCATION-RECORD TO LOG-AFTER-IMAGE
           PERFORM WRITE-CHANGE-LOG
           PERFORM WRITE-DEPOSIT-DETAIL
           PERFORM WRITE-APPLIED-LINE
           .
      * The same loud flag a master bank change gets goes on any
      * split account that moves; an amount-only change is an
      * ordinary report line.
       WRITE-DEPOSIT-DETAIL.
           MOVE ETX-ALLOC-SEQ TO DFN-SEQ
           IF DA-ACCOUNT-INFO NOT = PRIOR-DEPOSIT-ACCOUNT THEN
               PERFORM CLEAR-CHANGE-DETAIL
               MOVE "DEP ACCT  " TO DFN-LABEL
               MOVE DEP-FIELD-NAME        TO CHG-FIELD-NAME
               MOVE PRIOR-DEPOSIT-ACCOUNT TO CHG-OLD-VALUE
               MOVE DA-ACCOUNT-INFO       TO CHG-NEW-VALUE
               MOVE "** BANK CHANGE **"   TO CHG-FLAG
               PERFORM WRITE-CHANGE-DETAIL-LINE
               DISPLAY "DEPOSIT ACCOUNT CHANGED - EMP ID "
                   ETX-EMPLOYEE-ID " BY OPERATOR " ETX-OPERATOR-ID
           END-IF
           IF DA-ALLOC-TYPE NOT = PRIOR-ALLOC-TYPE
                   OR DA-ALLOC-AMOUNT NOT = PRIOR-ALLOC-AMOUNT THEN
               PERFORM CLEAR-CHANGE-DETAIL
               MOVE "DEP SPLIT " TO DFN-LABEL
               MOVE DEP-FIELD-NAME TO CHG-FIELD-NAME
               MOVE PRIOR-ALLOC-TYPE   TO CAV-ALLOC-TYPE
               MOVE PRIOR-ALLOC-AMOUNT TO CAV-ALLOC-AMOUNT
               MOVE CHG-ALLOC-VALUE    TO CHG-OLD-VALUE
               MOVE DA-ALLOC-TYPE      TO CAV-ALLOC-TYPE
               MOVE DA-ALLOC-AMOUNT    TO CAV-ALLOC-AMOUNT
               MOVE CHG-ALLOC-VALUE    TO CHG-NEW-VALUE
               PERFORM WRITE-CHANGE-DETAIL-LINE
           END-IF
           .
      * Take one row out of the employee's deposit split; whatever
      * it used to take falls through to the remainder account.
       APPLY-REMOVE-DEPOSIT-TRANSACTION.
           MOVE SPACES TO AUD-REASON-TEXT
           IF ETX-ALLOC-SEQ NOT NUMERIC THEN
               MOVE "ALLOCATION SEQUENCE IS NOT NUMERIC"
                   TO AUD-REASON-TEXT
           ELSE
               IF ETX-ALLOC-SEQ = 0 THEN
                   MOVE "ALLOCATION SEQUENCE MUST BE 01-99"
                       TO AUD-REASON-TEXT
               END-IF
           END-IF
           IF AUD-REASON-TEXT NOT = SPACES THEN
               PERFORM WRITE-REJECTED-LINE
           ELSE
               MOVE ETX-EMPLOYEE-ID TO DA-EMPLOYEE-ID
               MOVE ETX-ALLOC-SEQ   TO DA-ALLOC-SEQ
               PERFORM LOOKUP-DEPOSIT-ALLOCATION
               IF DA-RECORD-NOT-FOUND THEN
                   MOVE "DEPOSIT ALLOCATION NOT ON FILE"
                       TO AUD-REASON-TEXT
                   PERFORM WRITE-REJECTED-LINE
               ELSE
                   MOVE DEPOSIT-ALLOCATION-RECORD TO LOG-BEFORE-IMAGE
                   MOVE DA-ACCOUNT-INFO TO PRIOR-DEPOSIT-ACCOUNT
                   MOVE SPACES TO LOG-AFTER-IMAGE
                   DELETE DEPOSIT-ALLOCATIONS RECORD
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM CLEAR-CHANGE-DETAIL
                   MOVE "DEP ACCT  "    TO DFN-LABEL
                   MOVE ETX-ALLOC-SEQ   TO DFN-SEQ
                   MOVE DEP-FIELD-NAME  TO CHG-FIELD-NAME
                   MOVE PRIOR-DEPOSIT-ACCOUNT TO CHG-OLD-VALUE
                   MOVE "** BANK CHANGE **" TO CHG-FLAG
                   PERFORM WRITE-CHANGE-DETAIL-LINE
                   MOVE "DEPOSIT ALLOCATION REMOVED"
                       TO AUD-REASON-TEXT
                   PERFORM WRITE-APPLIED-LINE
               END-IF
           END-IF
           .
       WRITE-APPLIED-LINE.
           ADD 1 TO APPLIED-COUNT
           MOVE "APPLIED " TO AUD-DISPOSITION
       CLEAN-UP.
           CLOSE EMP-TRANSACTIONS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE DEPOSIT-ALLOCATIONS.
           CLOSE COMPANY-FILE.
           CLOSE AUDIT-REPORT.
           CLOSE CHANGE-LOG.
           CLOSE CHANGE-REPORT.
