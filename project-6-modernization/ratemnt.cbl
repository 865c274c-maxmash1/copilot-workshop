      * Applies a batch of keyed rate rows to the effective-dated
      * TAXRATES.DAT rate file the whole suite withholds by --
      * federal allowance and brackets, state rates, the Social
      * Security wage base, the supplemental rate, and the 401(k)
      * deferral and catch-up limits and match formula.  Next year's
      * tables are keyed here as soon as they're published, dated
      * January 1; they sit in the file until the first run whose
      * pay date reaches them, so the new year starts on the new
           MOVE SPACES TO AUD-REASON-TEXT
           EVALUATE TRUE
               WHEN NOT TR-VALID-ROW-TYPE
                   MOVE "ROW TYPE MUST BE A F S B P K C OR M"
                       TO AUD-REASON-TEXT
               WHEN TR-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE IS NOT NUMERIC"
                       AND TRP-SUPPL-RATE NOT NUMERIC
                   MOVE "SUPPLEMENTAL RATE IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN TR-DEFERRAL-LIMIT-ROW
                       AND TRK-DEFERRAL-LIMIT NOT NUMERIC
                   MOVE "DEFERRAL LIMIT IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN TR-CATCHUP-LIMIT-ROW
                       AND TRC-CATCHUP-LIMIT NOT NUMERIC
                   MOVE "CATCH-UP LIMIT IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN TR-MATCH-FORMULA-ROW
                       AND (TRM-MATCH-RATE NOT NUMERIC
                       OR TRM-MATCH-CAP-PCT NOT NUMERIC)
                   MOVE "MATCH FORMULA IS NOT NUMERIC"
                       TO AUD-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
