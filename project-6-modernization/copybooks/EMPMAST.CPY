           02  EM-PAY-METHOD           PIC X(01).
               88  EM-PAY-BY-DIRECT-DEPOSIT VALUE "D".
               88  EM-PAY-BY-PAPER-CHECK    VALUE "P".
      * CCYYMMDD date of birth -- an employee who turns 50 during the
      * plan year may defer the 401(k) catch-up amount on top of the
      * regular limit.  Zero when not on file, which allows no
      * catch-up.
           02  EM-BIRTH-DATE           PIC 9(08).
      * termination detail, set by EMPMAINT's T transaction: the
      * last day worked, why the employee left (see EMPMTXN), and
      * where the final pay stands -- P until FINALPAY has paid the
      * last period's wages and the vacation payout, F once it has.
      * Zero and spaces on an employee who was never terminated; a
      * reactivation clears them.
           02  EM-TERM-DATE            PIC 9(08).
           02  EM-TERM-REASON          PIC X(01).
               88  EM-TERM-INVOLUNTARY     VALUE "D", "L".
           02  EM-FINAL-PAY-STATUS     PIC X(01).
               88  EM-FINAL-PAY-PENDING    VALUE "P".
               88  EM-FINAL-PAY-DONE       VALUE "F".
               88  EM-NO-FINAL-PAY-DUE     VALUE " ".
      * the legal entity (see COMPANY.CPY) that employs this person
      * and whose FEIN their wages are reported under.  A transfer
      * between entities is a change of this code through EMPMAINT;
      * year-to-date figures are kept apart per company from then
      * on.  Spaces on a record FILECONV hasn't carried forward read
      * as the original company "01".
           02  EM-COMPANY-CODE         PIC X(02).
