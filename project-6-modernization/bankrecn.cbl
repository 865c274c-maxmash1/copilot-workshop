      * bank.  After the paid items are posted, every issued check
      * still outstanding goes on an aging report bucketed by days
      * outstanding, with checks past the stale date flagged for the
      * escheat work.  A check ESCHEAT has taken into unclaimed-
      * property processing has had payment stopped; it drops off the
      * aging, and a paid item against it is an exception.  ACH
      * credits settle through the NACHA batch controls and have no
      * place here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                       88  CHK-OPEN         VALUE " ".
                       88  CHK-CLEARED      VALUE "C".
                       88  CHK-VOIDED       VALUE "V".
                       88  CHK-ESCHEATED    VALUE "E".
           01 CHK-COUNT            PIC 9(04) USAGE COMP VALUE 0.
           01 CHK-FOUND-SW         PIC X(01).
               88  CHK-ENTRY-FOUND     VALUE "Y".
                       MOVE "V" TO CHK-STATUS(CHK-IDX)
                   WHEN PH-CHECK-CLEARED
                       MOVE "C" TO CHK-STATUS(CHK-IDX)
                   WHEN PH-CHECK-ESCHEATED
                       MOVE "E" TO CHK-STATUS(CHK-IDX)
                   WHEN OTHER
                       MOVE " " TO CHK-STATUS(CHK-IDX)
               END-EVALUATE
                   MOVE CHK-AMOUNT(CHK-IDX) TO RCN-ISSUED-AMOUNT
                   MOVE "BANK PAID A VOIDED CHECK"
                       TO RCN-DISPOSITION
               WHEN CHK-STATUS(CHK-IDX) = "E"
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE CHK-AMOUNT(CHK-IDX) TO RCN-ISSUED-AMOUNT
                   MOVE "BANK PAID AN ESCHEATED CHECK"
                       TO RCN-DISPOSITION
               WHEN CHK-STATUS(CHK-IDX) = "C"
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE CHK-AMOUNT(CHK-IDX) TO RCN-ISSUED-AMOUNT
