               88  PH-PAYMENT-OPEN          VALUE " ".
      * set by BANKRECN when the bank's paid-items file shows the
      * paper check cashed -- a check still blank here after the
      * stale date is escheat work.  ESCHEAT sets it to E when it
      * stops payment on a stale check and takes it into unclaimed-
      * property processing, dating it the day it did; from then on
      * the money is owed to the owner or the state, not the bank,
      * and BANKRECN no longer ages the check.  ACH credits settle
      * through the NACHA batch controls and never clear through
      * here.
           02  PH-CLEARED-FLAG          PIC X(01).
               88  PH-CHECK-CLEARED         VALUE "C".
               88  PH-CHECK-OUTSTANDING     VALUE " ".
               88  PH-CHECK-ESCHEATED       VALUE "E".
           02  PH-CLEARED-DATE          PIC 9(08).
      * 401(k) activity on this payment -- the regular deferral and
      * the age-50 catch-up the retirement deduction was split into
      * under the annual limits, and the employer match it earned.
      * Appended at the tail; a record written before them reads as
      * spaces, so every reader checks NUMERIC first.
           02  PH-401K-DEFERRAL         PIC 9(6)V99.
           02  PH-401K-CATCHUP          PIC 9(6)V99.
           02  PH-ER-401K-MATCH         PIC 9(6)V99.
      * the company whose payroll the payment was issued under --
      * the FEIN it is reported against on the 941 and the W-2, and
      * the company batch its ACH entry went out in.  Appended at the
      * tail; a record written before it reads as spaces, which every
      * reader takes as the original company "01".
           02  PH-COMPANY-CODE          PIC X(02).
