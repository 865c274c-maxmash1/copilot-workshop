           02  DED-END-DATE             PIC 9(08).
      * a garnishment is subject to the CCPA's 25%-of-disposable-
      * earnings withholding limit; ordinary post-tax deductions
      * (a benefit true-up, a loan repayment) are not.  A
      * retirement deferral is held to the plan year's IRS limits off
      * TAXRATES.DAT and drives the employer match.  A health
      * coverage premium is an ordinary benefit deduction to the
      * check; it is kept apart so ACA1095 can tell who is enrolled
      * in the medical plan and what the employee's share costs.
           02  DED-CATEGORY-CODE        PIC X(01).
               88  DED-GARNISHMENT          VALUE "G".
               88  DED-BENEFIT              VALUE "B".
               88  DED-OTHER-DEDUCTION      VALUE "O".
               88  DED-RETIREMENT           VALUE "R".
               88  DED-HEALTH-COVERAGE      VALUE "H".
      * what's still owed on a garnishment order after a pay period
      * where the CCPA cap kept PAYCHECKS from withholding the full
      * amount requested; carried forward and collected out of
