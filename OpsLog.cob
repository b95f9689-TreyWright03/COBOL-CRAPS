               WHEN "FILE ERROR"
               WHEN "STEP FAIL"
               WHEN "RUN HALTED"
               WHEN "SEAL BREAK"
                   MOVE "ERROR" TO ops-sev
               WHEN "DICESCRIPT"
               WHEN "EXCLUDED"
               WHEN "TRAY O/S"
               WHEN "HOLD VAR"
               WHEN "CTR REPORT"
               WHEN "NO DICE SET"
               WHEN "DICE PULL"
               WHEN "PAY EXCEPT"
               WHEN "ID BLOCK"
               WHEN "CTR NO ID"
               WHEN "PAYEE NO ID"
               WHEN "MERGE CHECK"
               WHEN "DROP RECOUNT"
               WHEN "WIN VAR"
               WHEN "CAGE IMBAL"
               WHEN "GGR TIE DIFF"
               WHEN "DEALER HOLD"
               WHEN "TOKE DIFF"
               WHEN "TOKE UNDIST"
               WHEN "ALERT ESCAL"
               WHEN "CFG DRIFT"
               WHEN "SEAT REFUSE"
               WHEN "SEAT CLEAR"
               WHEN "REF ORPHAN"
               WHEN "BUDGET OUT"
               WHEN "ROOM UNACK"
               WHEN "ROOM HOLD"
               WHEN "SEAT ERROR"
               WHEN "GAME CAP"
               WHEN "CAMPAIGN CAP"
                   MOVE "WARN " TO ops-sev
               WHEN OTHER
                   MOVE "INFO " TO ops-sev
