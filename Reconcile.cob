                           COMPUTE rcn-open(p) =
                               ledger-balance - ledger-amount
                       WHEN "WDRW"
                       WHEN "TOKE"
                           COMPUTE rcn-open(p) =
                               ledger-balance + ledger-amount
                       WHEN OTHER
                       COMPUTE expectedBal =
                           rcn-last(p) + ledger-amount
                   WHEN "WDRW"
                   WHEN "TOKE"
                       COMPUTE expectedBal =
                           rcn-last(p) - ledger-amount
                   WHEN OTHER
