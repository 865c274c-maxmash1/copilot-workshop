           02  PC-PERIOD-START          PIC 9(08).
           02  PC-PERIOD-END            PIC 9(08).
           02  PC-PAY-DATE              PIC 9(08).
      * run mode, carried on the run-control row only -- a "T" runs
      * PAYCHECKS as a trial: every check is figured the same way,
      * but no master file is updated and no bank or GL file is
      * written, only the register and the variance report the
      * supervisors sign off on before the live run.  A row keyed
      * before the field existed arrives space-padded and runs live.
           02  PC-RUN-MODE              PIC X(01).
               88  PC-TRIAL-RUN             VALUE "T".
               88  PC-LIVE-RUN              VALUE " ", "L".
