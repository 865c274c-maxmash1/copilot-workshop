      * COMPANY.CPY
      * Record layout for COMPANY-FILE, the keyed control file of the
      * legal entities payroll is run for -- one record per company
      * code, carrying what the tax agencies and the bank know the
      * entity by: its federal employer identification number, the
      * name it files under, the bank account its payroll is drawn
      * on, and the state unemployment rate and account it reports
      * SUTA under.  EMPLOYEE-MASTER, PAY-HISTORY, and YTD-MASTER
      * carry the company code; every program that writes a bank,
      * GL, or tax file looks the entity up here instead of using a
      * literal.  Maintained by COMPMNT.
      *
      * Company "01" is the original employer -- a record written
      * before the company code existed reads back with spaces in it,
      * and every reader takes that as "01".
       01  COMPANY-RECORD.
           02  CO-COMPANY-CODE          PIC X(02).
           02  CO-COMPANY-NAME          PIC X(23).
           02  CO-FEIN                  PIC X(09).
      * the account payroll is drawn on -- printed on the positive-
      * pay upload so the bank matches each check against the right
      * account, and the company's routing number for the record.
           02  CO-BANK-ROUTING          PIC 9(09).
           02  CO-BANK-ACCOUNT          PIC X(17).
      * state unemployment -- the state the entity reports SUTA in,
      * its assigned experience rate, and the state's account number
      * for it.
           02  CO-SUTA-STATE            PIC X(02).
           02  CO-SUTA-RATE             PIC V9999.
           02  CO-SUTA-ACCOUNT          PIC X(12).
