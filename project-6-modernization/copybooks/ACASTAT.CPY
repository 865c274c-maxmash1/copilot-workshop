      * ACASTAT.CPY
      * Record layout for ACA-STATUS, the keyed file of look-back
      * measurement results -- one record per employee per company
      * per stability period, written by ACATRACK once the
      * measurement period behind it is over and read by ACA1095 for
      * each month's full-time status.  ACATRACK rewrites a record
      * every run while its stability period is coming up or
      * running, so hours paid late in the administrative period
      * still count.
      * Months are CCYYMM.
       01  ACA-STATUS-RECORD.
           02  AS-KEY.
               03  AS-EMPLOYEE-ID       PIC X(05).
               03  AS-COMPANY-CODE      PIC X(02).
               03  AS-STABILITY-START   PIC 9(06).
           02  AS-STABILITY-END         PIC 9(06).
      * S a standard measurement period, for an employee on the
      * payroll the whole of it; I an initial measurement period,
      * for a new hire, running from the first month they worked.
           02  AS-MEASUREMENT-TYPE      PIC X(01).
               88  AS-STANDARD-MEASUREMENT  VALUE "S".
               88  AS-INITIAL-MEASUREMENT   VALUE "I".
           02  AS-MEASUREMENT-START     PIC 9(06).
           02  AS-MEASUREMENT-END       PIC 9(06).
           02  AS-MONTHS-MEASURED       PIC 9(02).
           02  AS-MEASURED-HOURS        PIC S9(05)V99.
           02  AS-MONTHLY-AVERAGE       PIC S9(04)V99.
      * F full-time for the whole stability period -- an average of
      * 130 hours of service a month, 30 a week -- or P not.
           02  AS-STATUS                PIC X(01).
               88  AS-FULL-TIME             VALUE "F".
               88  AS-NOT-FULL-TIME         VALUE "P".
           02  AS-DETERMINED-DATE       PIC 9(08).
