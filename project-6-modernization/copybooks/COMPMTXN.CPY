      * COMPMTXN.CPY
      * Transaction record read by COMPMNT to add or change a
      * COMPANY-FILE record.  A Change replaces every field on the
      * record, so it is keyed in full the same as an Add.
       01  CO-TXN-RECORD.
           02  CTX-TRANSACTION-CODE   PIC X(01).
               88  CTX-ADD                 VALUE "A".
               88  CTX-CHANGE              VALUE "C".
           02  CTX-COMPANY-CODE        PIC X(02).
           02  CTX-COMPANY-NAME        PIC X(23).
           02  CTX-FEIN                PIC X(09).
           02  CTX-BANK-ROUTING        PIC 9(09).
           02  CTX-BANK-ACCOUNT        PIC X(17).
           02  CTX-SUTA-STATE          PIC X(02).
           02  CTX-SUTA-RATE           PIC V9999.
           02  CTX-SUTA-ACCOUNT        PIC X(12).
      * who submitted the change and when -- keyed on every
      * transaction and carried onto the permanent change log, so a
      * company's FEIN or bank account can never be changed without
      * a name against it.  A transaction with a blank operator or a
      * bad date is rejected whole.
           02  CTX-TXN-DATE            PIC 9(08).
           02  CTX-OPERATOR-ID         PIC X(08).
