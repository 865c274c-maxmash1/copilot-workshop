               WHEN DTX-CATEGORY-CODE NOT = "G"
                       AND DTX-CATEGORY-CODE NOT = "B"
                       AND DTX-CATEGORY-CODE NOT = "O"
                       AND DTX-CATEGORY-CODE NOT = "R"
                       AND DTX-CATEGORY-CODE NOT = "H"
                   MOVE "CATEGORY CODE MUST BE G B O R OR H"
                       TO AUD-REASON-TEXT
               WHEN DTX-CATEGORY-CODE = "R"
                       AND DTX-PRE-POST-FLAG NOT = "P"
                   MOVE "RETIREMENT DEDUCTION MUST BE PRE-TAX"
                       TO AUD-REASON-TEXT
               WHEN DTX-CATEGORY-CODE = "H"
                       AND DTX-AMOUNT-TYPE NOT = "A"
                   MOVE "HEALTH PREMIUM MUST BE A FLAT AMOUNT"
                       TO AUD-REASON-TEXT
               WHEN OTHER
                   CONTINUE
