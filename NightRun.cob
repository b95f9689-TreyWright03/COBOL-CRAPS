               10 stp-time    PIC 9(6).

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           MOVE 0 TO runDate
           DISPLAY "Business date for the run (YYYYMMDD, "
               "0=today): " WITH NO ADVANCING
           END-IF.

       DEFAULT-STEP-CONFIG.
           MOVE 6 TO stepCount
           MOVE "DICEAUDT"    TO stp-name(1)
           MOVE "./diceaudit" TO stp-command(1)
           MOVE "RECONCIL"    TO stp-name(2)
           MOVE "./reconcile" TO stp-command(2)
           MOVE "SURVEIL"     TO stp-name(3)
           MOVE "./surveil"   TO stp-command(3)
           MOVE "REFCHECK"    TO stp-name(4)
           MOVE "./refcheck"  TO stp-command(4)
           MOVE "COMPPOST"    TO stp-name(5)
           MOVE "./comppost"  TO stp-command(5)
           MOVE "DAYCLOSE"    TO stp-name(6)
           MOVE "./dayclose"  TO stp-command(6)
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > 6
               MOVE "PEND" TO stp-status(i)
               MOVE 0      TO stp-time(i)
           END-PERFORM.
