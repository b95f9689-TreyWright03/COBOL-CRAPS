       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gameday-config-file ASSIGN TO "gamedaycfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS gamedaycfg-status.

       DATA DIVISION.
       FILE SECTION.
       FD gameday-config-file.
       01 gameday-config-record.
           02 gdc-cutover-hour PIC 99.

       WORKING-STORAGE SECTION.
       01 gamedaycfg-status PIC 99.
       01 configLoaded      PIC X VALUE 'N'.
       01 cutoverHour       PIC 99 VALUE 6.
       01 clockDate         PIC 9(8) VALUE 0.
       01 clockTime         PIC 9(8) VALUE 0.
       01 clockHour         PIC 99 VALUE 0.

       LINKAGE SECTION.
       01 caller-date       PIC 9(8).

       PROCEDURE DIVISION USING caller-date.
           IF configLoaded = 'N'
               PERFORM LOAD-GAMEDAY-CONFIG
           END-IF
           ACCEPT clockDate FROM DATE YYYYMMDD
           ACCEPT clockTime FROM TIME
           COMPUTE clockHour = clockTime / 1000000
           IF clockHour < cutoverHour
               COMPUTE caller-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(clockDate) - 1)
           ELSE
               MOVE clockDate TO caller-date
           END-IF
           GOBACK.

       LOAD-GAMEDAY-CONFIG.
           MOVE 'Y' TO configLoaded
           OPEN INPUT gameday-config-file
           IF gamedaycfg-status = "00"
               READ gameday-config-file
                   NOT AT END
                       IF gdc-cutover-hour IS NUMERIC
                       AND gdc-cutover-hour < 24
                           MOVE gdc-cutover-hour TO cutoverHour
                       END-IF
               END-READ
               CLOSE gameday-config-file
           END-IF.
