      * transaction carries the employee's whole record -- Change
      * replaces the stored record field-for-field rather than
      * patching individual fields, the same as a re-keyed paper
      * change form would.  Reactivate only needs the employee ID;
      * Terminate needs the ID plus the termination date and reason
      * at the tail.  The rest of either transaction is ignored.  A
      * Deposit-allocation or remove (D/X) transaction maintains one
      * row of the employee's direct-deposit split on DEPOSIT-
      * ALLOCATIONS instead of the master record itself.
       01  EMP-TXN-RECORD.
           02  ETX-TRANSACTION-CODE   PIC X(01).
               88  ETX-ADD                VALUE "A".
               88  ETX-CHANGE             VALUE "C".
               88  ETX-TERMINATE          VALUE "T".
               88  ETX-REACTIVATE         VALUE "R".
               88  ETX-DEPOSIT-ALLOC      VALUE "D".
               88  ETX-REMOVE-DEPOSIT     VALUE "X".
           02  ETX-EMPLOYEE-ID         PIC X(05).
           02  ETX-EMPLOYEE-NAME.
               03  ETX-FIRSTNAME       PIC X(10).
      * blank operator or a bad date is rejected whole.
           02  ETX-TXN-DATE            PIC 9(08).
           02  ETX-OPERATOR-ID         PIC X(08).
      * direct-deposit split detail for a D (add or change a deposit
      * allocation) or X (remove one) transaction -- which row, how
      * it takes its share, and how much.  The bank account itself
      * rides in ETX-ROUTING-NUMBER / ETX-ACCOUNT-NUMBER / ETX-
      * ACCOUNT-TYPE above; the name and pay fields are ignored.
      * Appended at the tail so every existing column stays put.
           02  ETX-ALLOC-SEQ           PIC 9(02).
           02  ETX-ALLOC-TYPE          PIC X(01).
           02  ETX-ALLOC-AMOUNT        PIC 9(4)V99.
      * date of birth for an Add or Change, CCYYMMDD or zero.
           02  ETX-BIRTH-DATE          PIC 9(08).
      * termination detail for a T transaction -- the last day
      * worked and why the employee left: V resigned, D discharged,
      * L laid off, R retired, X deceased.  The reason decides which
      * of a state's final-pay deadlines FINALPAY reports against --
      * most states want a discharged employee paid sooner than one
      * who quit.  Ignored on every other transaction.
           02  ETX-TERM-DATE           PIC 9(08).
           02  ETX-TERM-REASON         PIC X(01).
               88  ETX-VALID-TERM-REASON   VALUE "V", "D", "L", "R",
                                                 "X".
      * the employing company for an Add or Change -- required on
      * both, and must be on COMPANY-FILE.  A Change to a different
      * company is a transfer between entities.
           02  ETX-COMPANY-CODE        PIC X(02).
