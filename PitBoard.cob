       01 highWater        PIC 9(7)V99 VALUE 0.
       01 highWaterName    PIC XXX VALUE SPACES.
       01 highWaterDate    PIC 9(8) VALUE 0.
       01 alertSource      PIC X(8) VALUE "PITBOARD".
       01 alertSeverity    PIC X(5) VALUE "WARN ".
       01 alertSubject     PIC X(40) VALUE SPACES.
       01 lastIdx          PIC 99 VALUE 0.
       01 e                PIC 99 VALUE 0.
       01 t                PIC 99 VALUE 0.
           PERFORM LOAD-BOARD-CONFIG.
           PERFORM LOAD-HIGH-WATER.
           PERFORM UNTIL boardDone = 'Y'
               CALL "GAMEDAY" USING todayDate
               PERFORM SCAN-EVENT-FEED
               PERFORM COUNT-JACKPOTS
               PERFORM COUNT-TABLE-ACTIVITY
               OPEN OUTPUT high-water-file
               WRITE high-water-record
               CLOSE high-water-file
               MOVE highWater TO amtDisp
               MOVE SPACES TO alertSubject
               STRING "new high-water win " amtDisp " "
                   highWaterName
                   DELIMITED BY SIZE INTO alertSubject
               CALL "ALERTQ" USING alertSource alertSeverity
                   alertSubject
           END-IF.

       SHOW-DASHBOARD.
