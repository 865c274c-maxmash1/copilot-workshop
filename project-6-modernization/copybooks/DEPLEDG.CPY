      * DEPLEDG.CPY
      * Record layout for DEPOSIT-LEDGER, the keyed file of federal
      * tax deposit liabilities -- federal income tax withheld plus
      * both halves of Social Security and Medicare -- one record per
      * deposit the IRS expects, with the date it is due and the
      * deposit actually made against it.  FEDDEPST is the only
      * program that writes it.
      *
      * Keyed by company and liability date -- each company deposits
      * under its own FEIN on its own schedule.  The liability date is
      * the pay date itself for a semiweekly or next-day deposit, the
      * last day of the month for a monthly depositor's month.
      * FEDDEPST re-figures the amounts from PAY-HISTORY on every
      * run, so a void shows up against the liability it belongs to;
      * the deposit fields are only ever set from the deposits-made
      * file and survive the re-figuring.
       01  DEPOSIT-LEDGER-RECORD.
           02  DL-KEY.
               03  DL-COMPANY-CODE      PIC X(02).
               03  DL-LIABILITY-DATE    PIC 9(08).
           02  DL-SCHEDULE              PIC X(01).
               88  DL-MONTHLY               VALUE "M".
               88  DL-SEMIWEEKLY            VALUE "S".
               88  DL-NEXT-DAY              VALUE "N".
           02  DL-TAX-YEAR              PIC 9(04).
           02  DL-TAX-QUARTER           PIC 9(01).
           02  DL-FED-TAX               PIC 9(08)V99.
           02  DL-SS-TAX                PIC 9(08)V99.
           02  DL-MEDICARE-TAX          PIC 9(08)V99.
           02  DL-LIABILITY-AMOUNT      PIC 9(09)V99.
           02  DL-DUE-DATE              PIC 9(08).
      * the deposit made against the liability -- zero until the
      * deposits-made file reports one.  A second deposit against
      * the same liability (a short deposit made good) adds to the
      * amount and moves the date and EFT number to the latest one.
           02  DL-DEPOSIT-DATE          PIC 9(08).
           02  DL-DEPOSIT-AMOUNT        PIC 9(09)V99.
           02  DL-EFT-NUMBER            PIC X(15).
