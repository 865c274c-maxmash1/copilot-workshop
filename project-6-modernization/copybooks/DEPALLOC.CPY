      * DEPALLOC.CPY
      * Record layout for DEPOSIT-ALLOCATIONS, the keyed file that
      * splits an employee's direct deposit across more than one bank
      * account -- so much to savings, so many percent to a second
      * checking account, the rest to the account on the master.
      * Keyed by employee ID plus an allocation sequence; PAYCHECKS
      * and SUPLCHKS deal the net pay out in sequence order, VOIDCHK
      * deals a voided deposit back the same way to reverse it, and
      * EMPMAINT is the only program that adds, changes, or removes a
      * row.
      *
      * Sequence 00 is reserved for the master record's own
      * EM-DIRECT-DEPOSIT account.  EMPMAINT writes it when an Add or
      * Change puts a new account on the master, purely to carry that
      * account's prenote status -- the routing and account fields on
      * it mirror the master and the amount is unused.  An employee
      * with no rows at all is paid to the master account the way
      * every employee was before the file existed.
       01  DEPOSIT-ALLOCATION-RECORD.
           02  DA-KEY.
               03  DA-EMPLOYEE-ID       PIC X(05).
               03  DA-ALLOC-SEQ         PIC 9(02).
                   88  DA-MASTER-ACCOUNT-ROW  VALUE 0.
           02  DA-ACCOUNT-INFO.
               03  DA-ROUTING-NUMBER    PIC 9(09).
               03  DA-ACCOUNT-NUMBER    PIC X(17).
               03  DA-ACCOUNT-TYPE      PIC X(01).
                   88  DA-CHECKING          VALUE "C".
                   88  DA-SAVINGS           VALUE "S".
      * A is a flat dollar amount and % a fraction of net pay (.25
      * for a quarter of it, the same way DED-AMOUNT carries a
      * percent deduction); either is capped at whatever net pay is
      * left when its turn comes.  R takes what is left after every
      * A and % row, in place of the master account -- at most one
      * per employee, and DA-ALLOC-AMOUNT is ignored on it.  M marks
      * the sequence-00 master-account row.
           02  DA-ALLOC-TYPE            PIC X(01).
               88  DA-FLAT-AMOUNT           VALUE "A".
               88  DA-PERCENT-AMOUNT        VALUE "%".
               88  DA-REMAINDER-ACCOUNT     VALUE "R".
               88  DA-MASTER-ACCOUNT        VALUE "M".
           02  DA-ALLOC-AMOUNT          PIC 9(4)V99.
      * prenote verification -- a new or changed account is pending
      * until PAYCHECKS sends the bank a zero-dollar prenote entry
      * for it, then sent (DA-PRENOTE-DATE is the pay date it went
      * out on) until the waiting period passes without a return,
      * then verified.  No money goes to an account that is pending
      * or still inside its waiting period.
           02  DA-PRENOTE-STATUS        PIC X(01).
               88  DA-PRENOTE-PENDING       VALUE "P".
               88  DA-PRENOTE-SENT          VALUE "S".
               88  DA-PRENOTE-VERIFIED      VALUE "V".
           02  DA-PRENOTE-DATE          PIC 9(08).
