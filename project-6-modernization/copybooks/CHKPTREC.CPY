           02  CKPT-ER-MEDICARE-TOTAL   PIC 9(08)V99.
           02  CKPT-FUTA-TAX-TOTAL      PIC 9(08)V99.
           02  CKPT-SUTA-TAX-TOTAL      PIC 9(08)V99.
      * PAYCHECKS' labor distribution accumulators -- wage expense,
      * employer payroll tax expense, and hours by charge code
      * (department, cost center, project), restored on a restart
      * so the GL extract and labor distribution report cover the
      * whole pay period.  Appended at the tail like the fields
      * above; a short record written before it leaves the count as
      * spaces, and RESTORE-CHECKPOINT-TOTALS falls back to the
      * per-department table.  SUPLCHKS leaves it unused, apart
      * from CKPT-GL-CHG-COMPANY below.
           02  CKPT-GL-CHG-COUNT        PIC 9(02).
           02  CKPT-GL-CHG-ENTRY OCCURS 50 TIMES.
               03  CKPT-GL-CHG-DEPARTMENT     PIC X(04).
               03  CKPT-GL-CHG-COST-CENTER    PIC X(06).
               03  CKPT-GL-CHG-PROJECT        PIC X(06).
               03  CKPT-GL-CHG-HOURS-TOTAL    PIC 9(06)V9.
               03  CKPT-GL-CHG-GROSS-TOTAL    PIC 9(08)V99.
               03  CKPT-GL-CHG-ER-TAX-TOTAL   PIC 9(08)V99.
      * PAYCHECKS' 401(k) accumulators -- the employer match posted
      * to the GL extract and the recordkeeper file's entry count and
      * totals, restored on a restart so the trailer and the match
      * expense cover the whole pay period.  Appended at the tail
      * like the fields above; RESTORE-CHECKPOINT-TOTALS checks them
      * NUMERIC before trusting them.
           02  CKPT-RK-ENTRY-COUNT      PIC 9(06).
           02  CKPT-RK-DEFERRAL-TOTAL   PIC 9(08)V99.
           02  CKPT-RK-CATCHUP-TOTAL    PIC 9(08)V99.
           02  CKPT-ER-MATCH-TOTAL      PIC 9(08)V99.
      * per-company run totals -- the register and GL credit
      * figures for each company paid this run, and the company each
      * charge-code entry above (SUPLCHKS: each department entry)
      * belongs to, restored on a restart so every company's
      * register line and journal cover the whole pay period.
      * Appended at the tail like the fields above; a checkpoint
      * written before them reads back as spaces and RESTORE-
      * CHECKPOINT-TOTALS puts the run-level totals under the
      * original company instead.
           02  CKPT-CO-COUNT            PIC 9(02).
           02  CKPT-CO-ENTRY OCCURS 10 TIMES.
               03  CKPT-CO-COMPANY-CODE       PIC X(02).
               03  CKPT-CO-EMPLOYEE-COUNT     PIC 9(06).
               03  CKPT-CO-GROSS-TOTAL        PIC 9(08)V99.
               03  CKPT-CO-FED-TAX-TOTAL      PIC 9(08)V99.
               03  CKPT-CO-STATE-TAX-TOTAL    PIC 9(08)V99.
               03  CKPT-CO-FICA-TAX-TOTAL     PIC 9(08)V99.
               03  CKPT-CO-NET-PAY-TOTAL      PIC 9(09)V99.
               03  CKPT-CO-DEDUCTION-TOTAL    PIC 9(08)V99.
               03  CKPT-CO-ER-SS-TAX-TOTAL    PIC 9(08)V99.
               03  CKPT-CO-ER-MEDICARE-TOTAL  PIC 9(08)V99.
               03  CKPT-CO-FUTA-TAX-TOTAL     PIC 9(08)V99.
               03  CKPT-CO-SUTA-TAX-TOTAL     PIC 9(08)V99.
               03  CKPT-CO-ER-MATCH-TOTAL     PIC 9(08)V99.
           02  CKPT-GL-CHG-COMPANY OCCURS 50 TIMES PIC X(02).
