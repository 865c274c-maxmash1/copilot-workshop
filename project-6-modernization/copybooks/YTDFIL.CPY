      * YTDFIL.CPY
      * Record layout for YTD-MASTER, the keyed year-to-date earnings
      * file -- one record per EM-EMPLOYEE-ID per company, updated
      * every pay period by PAYCHECKS and SUPLCHKS and read by
      * YEAREND to produce W-2 data.  YTD-TAX-YEAR lets a record
      * roll over to a new year in place: when the year on the
      * record doesn't match the run's pay date, the totals are
      * re-initialized to zero before this period's figures are
      * added in, rather than deleting and re-adding the record
      * every January.
      *
      * Social Security wages/tax are kept apart from Medicare
      * wages/tax (both are folded into FICA-TAX on the check) so the
      * Social Security wage base cap has a year-to-date figure to
      * compare against, and so the W-2 can report boxes 3/4 apart
      * from boxes 5/6.
      *
      * The company code is part of the key: each legal entity files
      * its own W-2 under its own FEIN and has its own wage bases, so
      * an employee transferred between companies carries one record
      * per company they were paid under in the year.
       01  YTD-MASTER-RECORD.
           02  YTD-KEY.
               03  YTD-EMPLOYEE-ID      PIC X(05).
               03  YTD-COMPANY-CODE     PIC X(02).
           02  YTD-TAX-YEAR             PIC 9(04).
           02  YTD-GROSS-PAY            PIC 9(08)V99.
           02  YTD-TAXABLE-WAGES        PIC 9(08)V99.
           02  YTD-FUTA-TAX             PIC 9(08)V99.
           02  YTD-SUTA-WAGES           PIC 9(08)V99.
           02  YTD-SUTA-TAX             PIC 9(08)V99.
      * 401(k) year-to-date -- regular deferrals and catch-up are
      * carried apart because each has its own annual limit, and the
      * employer match for the recordkeeper and the W-2.  Appended at
      * the tail; FILECONV zero-fills them on an existing file.
           02  YTD-401K-DEFERRAL        PIC 9(08)V99.
           02  YTD-401K-CATCHUP         PIC 9(08)V99.
           02  YTD-ER-401K-MATCH        PIC 9(08)V99.
