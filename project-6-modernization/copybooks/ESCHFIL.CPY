      * ESCHFIL.CPY
      * Record layout for ESCHEAT-FILE, the keyed file of paper
      * checks taken into unclaimed-property processing -- one record
      * per stale check, keyed by check number, carrying the check's
      * way back to its PAY-HISTORY record and where it stands:
      *   D  due diligence -- payment stopped, the money carried as
      *      unclaimed-property liability, the owner to be written to
      *      before the state's report is due;
      *   R  remitted -- reported to the state on the NAUPA file and
      *      the liability paid over;
      *   C  claimed -- the owner came forward before it was
      *      remitted and was paid directly.
      * ESCHEAT is the only program that writes it.
       01  ESCHEAT-RECORD.
           02  ES-KEY.
               03  ES-CHECK-NUMBER      PIC 9(08).
           02  ES-EMPLOYEE-ID           PIC X(05).
           02  ES-PAY-DATE              PIC 9(08).
           02  ES-PAYMENT-SEQ           PIC 9(02).
           02  ES-OWNER-NAME.
               03  ES-OWNER-FIRSTNAME   PIC X(10).
               03  ES-OWNER-SURNAME     PIC X(15).
      * the owner's state on the master when the check went stale --
      * the state the property is reported to.
           02  ES-OWNER-STATE           PIC X(02).
           02  ES-AMOUNT                PIC 9(08)V99.
           02  ES-STATUS                PIC X(01).
               88  ES-DUE-DILIGENCE         VALUE "D".
               88  ES-REMITTED              VALUE "R".
               88  ES-CLAIMED               VALUE "C".
      * the dates each step happened on -- zero until it has.  The
      * report due date is worked out when the check is taken in and
      * never changes.
           02  ES-STALE-DATE            PIC 9(08).
           02  ES-LETTER-DATE           PIC 9(08).
           02  ES-REPORT-DUE-DATE       PIC 9(08).
           02  ES-REMIT-DATE            PIC 9(08).
           02  ES-CLAIM-DATE            PIC 9(08).
      * the company that issued the check, off its PAY-HISTORY record
      * -- the holder the property is reported under.  Appended at
      * the tail; a record taken in before it was carried reads back
      * as spaces, which is the original company "01".
           02  ES-COMPANY-CODE          PIC X(02).
