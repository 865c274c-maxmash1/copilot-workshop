      * ACAHRS.CPY
      * Record layout for ACA-HOURS, the keyed file of hours of
      * service counted toward Affordable Care Act full-time status
      * -- one record per employee per company per calendar month,
      * posted by PAYCHECKS as each check is cut and read by
      * ACATRACK (the look-back measurement and stability periods)
      * and ACA1095 (the Form 1095-C line data).  A pay period's
      * hours go to the month the period ends in.  Kept per company
      * like YTD-MASTER, since each company is its own employer for
      * the 1095-C and measures its own employees.
       01  ACA-HOURS-RECORD.
           02  AH-KEY.
               03  AH-EMPLOYEE-ID       PIC X(05).
               03  AH-COMPANY-CODE      PIC X(02).
               03  AH-HOURS-MONTH       PIC 9(06).
      * hours worked off an hourly employee's regular timecards,
      * overtime included; the paid vacation, sick, and holiday
      * hours off PTO cards, which are hours of service the same as
      * time worked; and the hours a salaried employee is credited
      * by rule -- 40 for every week of the pay period, whatever the
      * card says -- in place of any card hours.
           02  AH-WORKED-HOURS          PIC S9(04)V99.
           02  AH-PTO-HOURS             PIC S9(04)V99.
           02  AH-CREDITED-HOURS        PIC S9(04)V99.
      * the last pay date a salaried credit was given for, so a pay
      * date credits its period exactly once however many cards the
      * employee has in the run -- the same guard
      * PTO-LAST-ACCRUAL-DATE puts on the PTO accrual.
           02  AH-LAST-CREDIT-DATE      PIC 9(08).
