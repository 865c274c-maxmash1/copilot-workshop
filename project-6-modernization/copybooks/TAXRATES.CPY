      *   S  one state's flat withholding rate
      *   B  the Social Security annual wage base
      *   P  the flat IRS supplemental-wage withholding rate
      *   K  the 401(k) annual elective deferral limit
      *   C  the 401(k) age-50 catch-up contribution limit
      *   M  the 401(k) employer match formula -- the fraction of
      *      each deferred dollar the company matches, up to a
      *      percent of the check's gross pay
       01  TAX-RATE-RECORD.
           02  TR-ROW-TYPE              PIC X(01).
               88  TR-ALLOWANCE-ROW         VALUE "A".
               88  TR-STATE-RATE-ROW        VALUE "S".
               88  TR-WAGE-BASE-ROW         VALUE "B".
               88  TR-SUPPL-RATE-ROW        VALUE "P".
               88  TR-DEFERRAL-LIMIT-ROW    VALUE "K".
               88  TR-CATCHUP-LIMIT-ROW     VALUE "C".
               88  TR-MATCH-FORMULA-ROW     VALUE "M".
               88  TR-VALID-ROW-TYPE        VALUE "A", "F", "S",
                                                  "B", "P", "K",
                                                  "C", "M".
           02  TR-EFFECTIVE-DATE        PIC 9(08).
           02  TR-ROW-DETAIL            PIC X(30).
           02  TR-FED-DETAIL REDEFINES TR-ROW-DETAIL.
           02  TR-SUPPL-DETAIL REDEFINES TR-ROW-DETAIL.
               03  TRP-SUPPL-RATE       PIC V999.
               03  FILLER               PIC X(27).
           02  TR-DEFERRAL-LIMIT-DETAIL REDEFINES TR-ROW-DETAIL.
               03  TRK-DEFERRAL-LIMIT   PIC 9(6)V99.
               03  FILLER               PIC X(22).
           02  TR-CATCHUP-LIMIT-DETAIL REDEFINES TR-ROW-DETAIL.
               03  TRC-CATCHUP-LIMIT    PIC 9(6)V99.
               03  FILLER               PIC X(22).
      * .500 / .060 reads "fifty cents on the dollar on deferrals
      * up to six percent of pay".
           02  TR-MATCH-FORMULA-DETAIL REDEFINES TR-ROW-DETAIL.
               03  TRM-MATCH-RATE       PIC V999.
               03  TRM-MATCH-CAP-PCT    PIC V999.
               03  FILLER               PIC X(24).
