       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT control-file ASSIGN TO DYNAMIC cfgName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS control-status.
           SELECT cfg-version-file ASSIGN TO "cfgver.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cfgver-status.
           SELECT cfg-log-file ASSIGN TO "cfglog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS cfglog-status.
           SELECT cfg-report-file ASSIGN TO DYNAMIC reportName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT jackpot-config-file ASSIGN TO "jackpotcfg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS jackpotcfg-status.

       DATA DIVISION.
       FILE SECTION.
       FD control-file.
       01 control-record   PIC X(120).

       FD cfg-version-file.
       COPY "cfgver.cpy".

       FD cfg-log-file.
       COPY "cfglog.cpy".

       FD cfg-report-file.
       01 cfg-report-record PIC X(132).

       FD jackpot-config-file.
       01 jackpot-config-record.
           02 jcfg-threshold PIC 9(5)V99.
           02 FILLER         PIC X.
           02 jcfg-code      PIC X(4).

       WORKING-STORAGE SECTION.

       01 control-status   PIC 99.
       01 cfgver-status    PIC 99.
       01 cfglog-status    PIC 99.
       01 report-status    PIC 99.
       01 jackpotcfg-status PIC 99.
       01 cfgName          PIC X(30) VALUE SPACES.
       01 reportName       PIC X(30) VALUE SPACES.
       01 todayDate        PIC 9(8) VALUE 0.
       01 stampDate        PIC 9(8) VALUE 0.
       01 stampTime        PIC 9(8) VALUE 0.
       01 ctlChoice        PIC 9 VALUE 0.
       01 ctlDone          PIC X VALUE 'N'.
       01 editChoice       PIC X VALUE SPACE.
       01 editDone         PIC X VALUE 'N'.
       01 end-of-file      PIC X VALUE 'N'.
       01 catCount         PIC 99 VALUE 0.
       01 k                PIC 99 VALUE 0.
       01 l                PIC 999 VALUE 0.
       01 m                PIC 999 VALUE 0.
       01 g                PIC 99 VALUE 0.
       01 lineNum          PIC 999 VALUE 0.
       01 fileSelected     PIC X VALUE 'N'.
       01 cfgFileName      PIC X(14) VALUE SPACES.
       01 cfgMoney         PIC X VALUE 'N'.
       01 liveFound        PIC X VALUE 'N'.
       01 liveOverflow     PIC X VALUE 'N'.
       01 liveMatches      PIC X VALUE 'N'.
       01 workChanged      PIC X VALUE 'N'.
       01 workSaved        PIC X VALUE 'N'.
       01 latestVersion    PIC 9(4) VALUE 0.
       01 latestEff        PIC 9(8) VALUE 0.
       01 nextVersion      PIC 9(4) VALUE 0.
       01 loadVersion      PIC 9(4) VALUE 0.
       01 stagedVersion    PIC 9(4) VALUE 0.
       01 stagedDate       PIC 9(8) VALUE 0.
       01 effDate          PIC 9(8) VALUE 0.
       01 asOfDate         PIC 9(8) VALUE 0.
       01 reasonText       PIC X(40) VALUE SPACES.
       01 lineText         PIC X(120) VALUE SPACES.
       01 logAction        PIC X(6) VALUE SPACES.
       01 logVersion       PIC 9(4) VALUE 0.
       01 logEff           PIC 9(8) VALUE 0.
       01 logLines         PIC 9(3) VALUE 0.
       01 captureAction    PIC X(6) VALUE SPACES.
       01 dueCount         PIC 99 VALUE 0.
       01 driftCount       PIC 99 VALUE 0.
       01 changeCount      PIC 9(4) VALUE 0.
       01 forceFound       PIC X VALUE 'N'.
       01 forceVersion     PIC 9(4) VALUE 0.
       01 forceAction      PIC X(6) VALUE SPACES.
       01 forceEff         PIC 9(8) VALUE 0.
       01 forceBy          PIC XXX VALUE SPACES.
       01 forceApprover    PIC XXX VALUE SPACES.
       01 forceReason      PIC X(40) VALUE SPACES.
       01 forceSameDay     PIC 9(3) VALUE 0.
       01 filterName       PIC X(14) VALUE SPACES.
       01 reportLine       PIC X(132) VALUE SPACES.
       01 cntDisp          PIC ZZZ9.
       01 supervisorCode   PIC X(4) VALUE "7777".
       01 superInit        PIC XXX VALUE SPACES.
       01 superCodeIn      PIC X(4) VALUE SPACES.
       01 approverInit     PIC XXX VALUE SPACES.
       01 codeTries        PIC 9 VALUE 0.
       01 approvedFlag     PIC X VALUE 'N'.
       01 opsProgram       PIC X(8) VALUE "CFGCTL".
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 rptMode          PIC X VALUE 'R'.
       01 rptType          PIC X(8) VALUE SPACES.
       01 rptFile          PIC X(30) VALUE SPACES.
       01 rptRecords       PIC 9(7) VALUE 0.
       01 alertSeverity    PIC X(5) VALUE "HIGH ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 catalog-table.
           05 catalog-entry OCCURS 25 TIMES.
               10 cat-name     PIC X(14).
               10 cat-money    PIC X.

       01 work-line-table.
           05 wl-text OCCURS 99 TIMES PIC X(120).
       01 workCount        PIC 999 VALUE 0.

       01 orig-line-table.
           05 ol-text OCCURS 99 TIMES PIC X(120).
       01 origCount        PIC 999 VALUE 0.

       01 version-line-table.
           05 vl-text OCCURS 99 TIMES PIC X(120).
       01 verCount         PIC 999 VALUE 0.

       01 staged-table.
           05 staged-entry OCCURS 25 TIMES.
               10 stg-file     PIC X(14).
               10 stg-version  PIC 9(4).
               10 stg-eff      PIC 9(8).
               10 stg-by       PIC XXX.
               10 stg-approver PIC XXX.
       01 stagedCount      PIC 99 VALUE 0.

       PROCEDURE DIVISION.
           CALL "GAMEDAY" USING todayDate.
           PERFORM LOAD-SUPERVISOR-CODE.
           PERFORM INIT-CATALOG.
           PERFORM GATHER-STAGED.
           MOVE 0 TO dueCount
           PERFORM VARYING g FROM 1 BY 1 UNTIL g > stagedCount
               IF stg-eff(g) <= todayDate
                   ADD 1 TO dueCount
               END-IF
           END-PERFORM.
           IF dueCount > 0
               DISPLAY dueCount " staged change(s) now due - "
                   "use option 4 to apply."
           END-IF.
           PERFORM UNTIL ctlDone = 'Y'
               DISPLAY " "
               DISPLAY "===== CONFIGURATION CONTROL ====="
               DISPLAY "1=List files 2=Show file 3=Change file "
                   "4=Apply due changes"
               DISPLAY "5=Verify live files 6=Record live file "
                   "7=Change history 8=In force on date 9=Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT ctlChoice
               EVALUATE ctlChoice
                   WHEN 1
                       PERFORM LIST-CONTROL-FILES
                   WHEN 2
                       PERFORM SHOW-CONTROL-FILE
                   WHEN 3
                       PERFORM CHANGE-CONTROL-FILE
                   WHEN 4
                       PERFORM APPLY-DUE-CHANGES
                   WHEN 5
                       PERFORM VERIFY-CONTROL-FILES
                   WHEN 6
                       PERFORM RECORD-LIVE-FILE
                   WHEN 7
                       PERFORM WRITE-HISTORY-REPORT
                   WHEN 8
                       PERFORM WRITE-IN-FORCE-REPORT
                   WHEN 9
                       MOVE 'Y' TO ctlDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-SUPERVISOR-CODE.
           OPEN INPUT jackpot-config-file
           IF jackpotcfg-status = "00"
               READ jackpot-config-file
                   NOT AT END
                       IF jcfg-code NOT = SPACES
                           MOVE jcfg-code TO supervisorCode
                       END-IF
               END-READ
               CLOSE jackpot-config-file
           END-IF.

       INIT-CATALOG.
           MOVE 23 TO catCount
           MOVE "paytable.dat"   TO cat-name(1)
           MOVE 'Y'              TO cat-money(1)
           MOVE "jackpotcfg.dat" TO cat-name(2)
           MOVE 'Y'              TO cat-money(2)
           MOVE "ctrcfg.dat"     TO cat-name(3)
           MOVE 'Y'              TO cat-money(3)
           MOVE "taxcfg.dat"     TO cat-name(4)
           MOVE 'Y'              TO cat-money(4)
           MOVE "ggrtaxcfg.dat"  TO cat-name(5)
           MOVE 'Y'              TO cat-money(5)
           MOVE "cagecfg.dat"    TO cat-name(6)
           MOVE 'Y'              TO cat-money(6)
           MOVE "offercfg.dat"   TO cat-name(7)
           MOVE 'Y'              TO cat-money(7)
           MOVE "ratecfg.dat"    TO cat-name(8)
           MOVE 'Y'              TO cat-money(8)
           MOVE "dormcfg.dat"    TO cat-name(9)
           MOVE 'Y'              TO cat-money(9)
           MOVE "survcfg.dat"    TO cat-name(10)
           MOVE 'N'              TO cat-money(10)
           MOVE "varcfg.dat"     TO cat-name(11)
           MOVE 'N'              TO cat-money(11)
           MOVE "theohold.dat"   TO cat-name(12)
           MOVE 'N'              TO cat-money(12)
           MOVE "closecfg.dat"   TO cat-name(13)
           MOVE 'N'              TO cat-money(13)
           MOVE "alertcfg.dat"   TO cat-name(14)
           MOVE 'N'              TO cat-money(14)
           MOVE "anoncfg.dat"    TO cat-name(15)
           MOVE 'N'              TO cat-money(15)
           MOVE "dicecfg.dat"    TO cat-name(16)
           MOVE 'N'              TO cat-money(16)
           MOVE "gamedaycfg.dat" TO cat-name(17)
           MOVE 'N'              TO cat-money(17)
           MOVE "nightcfg.dat"   TO cat-name(18)
           MOVE 'N'              TO cat-money(18)
           MOVE "pitbcfg.dat"    TO cat-name(19)
           MOVE 'N'              TO cat-money(19)
           MOVE "seasoncfg.dat"  TO cat-name(20)
           MOVE 'N'              TO cat-money(20)
           MOVE "simcfg.dat"     TO cat-name(21)
           MOVE 'N'              TO cat-money(21)
           MOVE "budcfg.dat"     TO cat-name(22)
           MOVE 'N'              TO cat-money(22)
           MOVE "rptret.dat"     TO cat-name(23)
           MOVE 'Y'              TO cat-money(23).

       SELECT-CONTROL-FILE.
           MOVE 'N' TO fileSelected
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > catCount
               IF cat-money(k) = 'Y'
                   DISPLAY "  " k "  " cat-name(k) " (money)"
               ELSE
                   DISPLAY "  " k "  " cat-name(k)
               END-IF
           END-PERFORM
           MOVE 0 TO k
           DISPLAY "File number: " WITH NO ADVANCING
           ACCEPT k
           IF k >= 1 AND k <= catCount
               MOVE 'Y' TO fileSelected
               MOVE cat-name(k)  TO cfgFileName
               MOVE cat-money(k) TO cfgMoney
           ELSE
               IF k NOT = 0
                   DISPLAY "No such file."
               END-IF
           END-IF.

       LOAD-LIVE-FILE.
           MOVE 'N' TO liveFound
           MOVE 'N' TO liveOverflow
           MOVE 0 TO workCount
           MOVE SPACES TO cfgName
           MOVE cfgFileName TO cfgName
           OPEN INPUT control-file
           IF control-status = "00"
               MOVE 'Y' TO liveFound
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ control-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF workCount < 99
                           ADD 1 TO workCount
                           MOVE control-record TO wl-text(workCount)
                       ELSE
                           MOVE 'Y' TO liveOverflow
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE control-file
           END-IF
           MOVE workCount TO origCount
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > workCount
               MOVE wl-text(l) TO ol-text(l)
           END-PERFORM.

       FIND-LATEST-VERSION.
           MOVE 0 TO latestVersion
           MOVE 0 TO latestEff
           MOVE 0 TO nextVersion
           MOVE 0 TO stagedVersion
           MOVE 0 TO stagedDate
           OPEN INPUT cfg-log-file
           IF cfglog-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cfg-log-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF clg-file = cfgFileName
                           IF clg-version > nextVersion
                               MOVE clg-version TO nextVersion
                           END-IF
                           EVALUATE clg-action
                               WHEN "STAGED"
                                   MOVE clg-version TO stagedVersion
                                   MOVE clg-eff-date TO stagedDate
                               WHEN "APPLY "
                                   MOVE clg-version TO latestVersion
                                   MOVE clg-eff-date TO latestEff
                                   IF clg-version = stagedVersion
                                       MOVE 0 TO stagedVersion
                                       MOVE 0 TO stagedDate
                                   END-IF
                               WHEN OTHER
                                   MOVE clg-version TO latestVersion
                                   MOVE clg-eff-date TO latestEff
                           END-EVALUATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-log-file
           END-IF
           ADD 1 TO nextVersion.

       LOAD-VERSION-LINES.
           MOVE 0 TO verCount
           OPEN INPUT cfg-version-file
           IF cfgver-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cfg-version-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF cvr-file = cfgFileName
                       AND cvr-version = loadVersion
                       AND verCount < 99
                           ADD 1 TO verCount
                           MOVE cvr-text TO vl-text(verCount)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-version-file
           END-IF.

       COMPARE-LIVE.
           MOVE 'Y' TO liveMatches
           IF origCount NOT = verCount
               MOVE 'N' TO liveMatches
           ELSE
               PERFORM VARYING l FROM 1 BY 1
                   UNTIL l > origCount OR liveMatches = 'N'
                   IF ol-text(l) NOT = vl-text(l)
                       MOVE 'N' TO liveMatches
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-LIVE-AGAINST-LATEST.
           PERFORM LOAD-LIVE-FILE
           PERFORM FIND-LATEST-VERSION
           IF latestVersion = 0
               MOVE 'N' TO liveMatches
               MOVE "BASE  " TO captureAction
           ELSE
               MOVE latestVersion TO loadVersion
               PERFORM LOAD-VERSION-LINES
               PERFORM COMPARE-LIVE
               MOVE "DRIFT " TO captureAction
           END-IF.

       SHOW-WORK-LINES.
           IF workCount = 0
               DISPLAY "  (file is empty)"
           END-IF
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > workCount
               DISPLAY "  " l ": " wl-text(l)
           END-PERFORM.

       LIST-CONTROL-FILES.
           DISPLAY "FILE           MONEY VER  IN FORCE STATUS"
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > catCount
               MOVE cat-name(k)  TO cfgFileName
               MOVE cat-money(k) TO cfgMoney
               PERFORM CHECK-LIVE-AGAINST-LATEST
               EVALUATE TRUE
                   WHEN latestVersion = 0 AND liveFound = 'N'
                       DISPLAY cfgFileName " " cfgMoney
                           "     -        -  not on file"
                   WHEN latestVersion = 0
                       DISPLAY cfgFileName " " cfgMoney
                           "     -        -  not under control"
                   WHEN liveMatches = 'Y'
                       DISPLAY cfgFileName " " cfgMoney "     "
                           latestVersion " " latestEff " ok"
                   WHEN OTHER
                       DISPLAY cfgFileName " " cfgMoney "     "
                           latestVersion " " latestEff
                           " LIVE FILE DIFFERS"
               END-EVALUATE
               IF stagedVersion > 0
                   DISPLAY "               staged version "
                       stagedVersion " effective " stagedDate
               END-IF
           END-PERFORM.

       SHOW-CONTROL-FILE.
           PERFORM SELECT-CONTROL-FILE
           IF fileSelected = 'Y'
               PERFORM CHECK-LIVE-AGAINST-LATEST
               IF liveFound = 'N'
                   DISPLAY cfgFileName " is not on file."
               ELSE
                   DISPLAY "Live " cfgFileName ":"
                   PERFORM SHOW-WORK-LINES
               END-IF
               IF latestVersion = 0
                   DISPLAY "No version on record."
               ELSE
                   DISPLAY "In force: version " latestVersion
                       " effective " latestEff
                   IF liveMatches = 'N'
                       DISPLAY "*** Live file differs from the "
                           "version on record."
                   END-IF
               END-IF
               IF stagedVersion > 0
                   DISPLAY "Staged:   version " stagedVersion
                       " effective " stagedDate
               END-IF
           END-IF.

       CHANGE-CONTROL-FILE.
           PERFORM SELECT-CONTROL-FILE
           IF fileSelected = 'Y'
               PERFORM CHECK-LIVE-AGAINST-LATEST
               EVALUATE TRUE
                   WHEN liveOverflow = 'Y'
                       DISPLAY cfgFileName " has more than 99 lines"
                           " - it cannot be changed here."
                   WHEN stagedVersion > 0
                       DISPLAY "Version " stagedVersion
                           " is already staged for " stagedDate
                           " - apply it before changing again."
                   WHEN OTHER
                       IF latestVersion > 0 AND liveMatches = 'N'
                           DISPLAY "*** Live file differs from "
                               "version " latestVersion
                               " - it will be recorded first."
                       END-IF
                       PERFORM EDIT-WORK-LINES
                       IF workSaved = 'Y'
                           PERFORM COMMIT-CHANGE
                       END-IF
               END-EVALUATE
           END-IF.

       EDIT-WORK-LINES.
           MOVE 'N' TO editDone
           MOVE 'N' TO workSaved
           MOVE 'N' TO workChanged
           PERFORM UNTIL editDone = 'Y'
               DISPLAY " "
               DISPLAY cfgFileName ":"
               PERFORM SHOW-WORK-LINES
               DISPLAY "R=Replace line A=Add line D=Delete line "
                   "S=Save Q=Quit"
               DISPLAY "Edit: " WITH NO ADVANCING
               MOVE SPACE TO editChoice
               ACCEPT editChoice
               EVALUATE editChoice
                   WHEN 'R' WHEN 'r'
                       PERFORM GET-LINE-NUMBER
                       IF lineNum > 0
                           PERFORM GET-LINE-TEXT
                           MOVE lineText TO wl-text(lineNum)
                           MOVE 'Y' TO workChanged
                       END-IF
                   WHEN 'A' WHEN 'a'
                       IF workCount >= 99
                           DISPLAY "File is full."
                       ELSE
                           PERFORM GET-LINE-TEXT
                           ADD 1 TO workCount
                           MOVE lineText TO wl-text(workCount)
                           MOVE 'Y' TO workChanged
                       END-IF
                   WHEN 'D' WHEN 'd'
                       PERFORM GET-LINE-NUMBER
                       IF lineNum > 0
                           PERFORM VARYING l FROM lineNum BY 1
                               UNTIL l >= workCount
                               MOVE wl-text(l + 1) TO wl-text(l)
                           END-PERFORM
                           SUBTRACT 1 FROM workCount
                           MOVE 'Y' TO workChanged
                       END-IF
                   WHEN 'S' WHEN 's'
                       IF workChanged = 'Y'
                           MOVE 'Y' TO workSaved
                       ELSE
                           DISPLAY "No changes made."
                       END-IF
                       MOVE 'Y' TO editDone
                   WHEN 'Q' WHEN 'q'
                       DISPLAY "Changes discarded."
                       MOVE 'Y' TO editDone
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.

       GET-LINE-NUMBER.
           MOVE 0 TO lineNum
           DISPLAY "Line number: " WITH NO ADVANCING
           ACCEPT lineNum
           IF lineNum < 1 OR lineNum > workCount
               DISPLAY "No such line."
               MOVE 0 TO lineNum
           END-IF.

       GET-LINE-TEXT.
           MOVE SPACES TO lineText
           DISPLAY "New line text:"
           ACCEPT lineText.

       COMMIT-CHANGE.
           MOVE 0 TO effDate
           DISPLAY "Effective date (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT effDate
           IF effDate = 0
               MOVE todayDate TO effDate
           END-IF
           MOVE SPACES TO reasonText
           DISPLAY "Reason for change: " WITH NO ADVANCING
           ACCEPT reasonText
           EVALUATE TRUE
               WHEN effDate < todayDate
                   DISPLAY "A change cannot be back-dated - "
                       "nothing saved."
               WHEN reasonText = SPACES
                   DISPLAY "A reason is required - nothing saved."
               WHEN OTHER
                   PERFORM GET-CHANGE-APPROVAL
                   IF approvedFlag = 'Y'
                       PERFORM SAVE-NEW-VERSION
                   ELSE
                       DISPLAY "Not approved - nothing saved."
                   END-IF
           END-EVALUATE.

       SAVE-NEW-VERSION.
           IF liveMatches = 'N' AND liveFound = 'Y'
               PERFORM CAPTURE-LIVE-VERSION
           END-IF
           MOVE workCount TO verCount
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > workCount
               MOVE wl-text(l) TO vl-text(l)
           END-PERFORM
           MOVE nextVersion TO logVersion
           MOVE effDate     TO logEff
           MOVE verCount    TO logLines
           PERFORM WRITE-VERSION-LINES
           IF effDate > todayDate
               MOVE "STAGED" TO logAction
               PERFORM WRITE-LOG-RECORD
               DISPLAY cfgFileName " version " logVersion
                   " staged for " effDate "."
               MOVE "CFG STAGED" TO opsEvent
           ELSE
               MOVE "CHANGE" TO logAction
               PERFORM WRITE-LOG-RECORD
               PERFORM WRITE-LIVE-FILE
               DISPLAY cfgFileName " version " logVersion
                   " is now in force."
               MOVE "CFG CHANGE" TO opsEvent
           END-IF
           ADD 1 TO nextVersion
           MOVE SPACES TO opsDetail
           STRING cfgFileName " v" logVersion " " superInit
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       CAPTURE-LIVE-VERSION.
           MOVE origCount TO verCount
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > origCount
               MOVE ol-text(l) TO vl-text(l)
           END-PERFORM
           MOVE nextVersion   TO logVersion
           MOVE todayDate     TO logEff
           MOVE verCount      TO logLines
           MOVE captureAction TO logAction
           PERFORM WRITE-VERSION-LINES
           PERFORM WRITE-LOG-RECORD
           DISPLAY "Live " cfgFileName " recorded as version "
               logVersion " (" captureAction ")."
           ADD 1 TO nextVersion.

       WRITE-VERSION-LINES.
           OPEN EXTEND cfg-version-file
           IF cfgver-status = "05" OR cfgver-status = "35"
               CLOSE cfg-version-file
               OPEN OUTPUT cfg-version-file
               CLOSE cfg-version-file
               OPEN EXTEND cfg-version-file
           END-IF
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > verCount
               MOVE SPACES      TO cfg-version-record
               MOVE cfgFileName TO cvr-file
               MOVE logVersion  TO cvr-version
               MOVE l           TO cvr-line
               MOVE vl-text(l)  TO cvr-text
               WRITE cfg-version-record
           END-PERFORM
           CLOSE cfg-version-file.

       WRITE-LOG-RECORD.
           ACCEPT stampDate FROM DATE YYYYMMDD
           ACCEPT stampTime FROM TIME
           OPEN EXTEND cfg-log-file
           IF cfglog-status = "05" OR cfglog-status = "35"
               CLOSE cfg-log-file
               OPEN OUTPUT cfg-log-file
               CLOSE cfg-log-file
               OPEN EXTEND cfg-log-file
           END-IF
           MOVE SPACES       TO cfg-log-record
           MOVE cfgFileName  TO clg-file
           MOVE logVersion   TO clg-version
           MOVE logAction    TO clg-action
           MOVE logEff       TO clg-eff-date
           MOVE logLines     TO clg-lines
           MOVE superInit    TO clg-by
           MOVE approverInit TO clg-approver
           MOVE stampDate    TO clg-date
           COMPUTE clg-time = stampTime / 100
           MOVE reasonText   TO clg-reason
           WRITE cfg-log-record
           CLOSE cfg-log-file.

       WRITE-LIVE-FILE.
           MOVE SPACES TO cfgName
           MOVE cfgFileName TO cfgName
           OPEN OUTPUT control-file
           PERFORM VARYING l FROM 1 BY 1 UNTIL l > verCount
               MOVE vl-text(l) TO control-record
               WRITE control-record
           END-PERFORM
           CLOSE control-file.

       GET-SUPERVISOR-APPROVAL.
           MOVE 'N' TO approvedFlag
           MOVE 0 TO codeTries
           PERFORM UNTIL approvedFlag = 'Y' OR codeTries > 2
               MOVE SPACES TO superInit
               DISPLAY "Supervisor initials: " WITH NO ADVANCING
               ACCEPT superInit
               MOVE SPACES TO superCodeIn
               DISPLAY "Supervisor code:     " WITH NO ADVANCING
               ACCEPT superCodeIn
               IF superCodeIn = supervisorCode
               AND superInit NOT = SPACES
                   MOVE 'Y' TO approvedFlag
               ELSE
                   ADD 1 TO codeTries
                   DISPLAY "Invalid code."
               END-IF
           END-PERFORM.

       GET-SECOND-APPROVAL.
           MOVE 'N' TO approvedFlag
           MOVE 0 TO codeTries
           DISPLAY cfgFileName " affects money - a second "
               "approver is required."
           PERFORM UNTIL approvedFlag = 'Y' OR codeTries > 2
               MOVE SPACES TO approverInit
               DISPLAY "Second approver initials: "
                   WITH NO ADVANCING
               ACCEPT approverInit
               MOVE SPACES TO superCodeIn
               DISPLAY "Second approver code:     "
                   WITH NO ADVANCING
               ACCEPT superCodeIn
               EVALUATE TRUE
                   WHEN approverInit = SPACES
                   OR approverInit = superInit
                       ADD 1 TO codeTries
                       DISPLAY "The second approver must be a "
                           "different person."
                   WHEN superCodeIn NOT = supervisorCode
                       ADD 1 TO codeTries
                       DISPLAY "Invalid code."
                   WHEN OTHER
                       MOVE 'Y' TO approvedFlag
               END-EVALUATE
           END-PERFORM
           IF approvedFlag = 'N'
               MOVE SPACES TO approverInit
           END-IF.

       GET-CHANGE-APPROVAL.
           MOVE SPACES TO approverInit
           PERFORM GET-SUPERVISOR-APPROVAL
           IF approvedFlag = 'Y' AND cfgMoney = 'Y'
               PERFORM GET-SECOND-APPROVAL
           END-IF.

       GATHER-STAGED.
           MOVE 0 TO stagedCount
           OPEN INPUT cfg-log-file
           IF cfglog-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cfg-log-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       EVALUATE clg-action
                           WHEN "STAGED"
                               IF stagedCount < 25
                                   ADD 1 TO stagedCount
                                   MOVE clg-file
                                       TO stg-file(stagedCount)
                                   MOVE clg-version
                                       TO stg-version(stagedCount)
                                   MOVE clg-eff-date
                                       TO stg-eff(stagedCount)
                                   MOVE clg-by
                                       TO stg-by(stagedCount)
                                   MOVE clg-approver
                                       TO stg-approver(stagedCount)
                               END-IF
                           WHEN "APPLY "
                               PERFORM DROP-APPLIED-STAGED
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE cfg-log-file
           END-IF.

       DROP-APPLIED-STAGED.
           PERFORM VARYING g FROM 1 BY 1 UNTIL g > stagedCount
               IF stg-file(g) = clg-file
               AND stg-version(g) = clg-version
                   PERFORM VARYING m FROM g BY 1
                       UNTIL m >= stagedCount
                       MOVE staged-entry(m + 1) TO staged-entry(m)
                   END-PERFORM
                   SUBTRACT 1 FROM stagedCount
               END-IF
           END-PERFORM.

       APPLY-DUE-CHANGES.
           PERFORM GATHER-STAGED
           MOVE 0 TO dueCount
           PERFORM VARYING g FROM 1 BY 1 UNTIL g > stagedCount
               IF stg-eff(g) <= todayDate
                   ADD 1 TO dueCount
                   DISPLAY "  " stg-file(g) " version "
                       stg-version(g) " effective " stg-eff(g)
               END-IF
           END-PERFORM
           IF dueCount = 0
               DISPLAY "No staged changes are due."
           ELSE
               PERFORM GET-SUPERVISOR-APPROVAL
               IF approvedFlag = 'Y'
                   PERFORM VARYING g FROM 1 BY 1
                       UNTIL g > stagedCount
                       IF stg-eff(g) <= todayDate
                           PERFORM APPLY-ONE-STAGED
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "Not approved - nothing applied."
               END-IF
           END-IF.

       APPLY-ONE-STAGED.
           MOVE stg-file(g)    TO cfgFileName
           MOVE stg-version(g) TO loadVersion
           PERFORM LOAD-VERSION-LINES
           PERFORM WRITE-LIVE-FILE
           MOVE stg-version(g)  TO logVersion
           MOVE todayDate       TO logEff
           MOVE verCount        TO logLines
           MOVE "APPLY "        TO logAction
           MOVE stg-approver(g) TO approverInit
           MOVE SPACES TO reasonText
           STRING "staged for " stg-eff(g) " by " stg-by(g)
               DELIMITED BY SIZE INTO reasonText
           PERFORM WRITE-LOG-RECORD
           DISPLAY cfgFileName " version " logVersion
               " is now in force."
           MOVE "CFG APPLY" TO opsEvent
           MOVE SPACES TO opsDetail
           STRING cfgFileName " v" logVersion " " superInit
               DELIMITED BY SIZE INTO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail.

       VERIFY-CONTROL-FILES.
           MOVE 0 TO driftCount
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > catCount
               MOVE cat-name(k)  TO cfgFileName
               MOVE cat-money(k) TO cfgMoney
               PERFORM CHECK-LIVE-AGAINST-LATEST
               IF latestVersion > 0 AND liveMatches = 'N'
                   ADD 1 TO driftCount
                   DISPLAY "*** " cfgFileName " differs from "
                       "version " latestVersion
                   MOVE "CFG DRIFT" TO opsEvent
                   MOVE SPACES TO opsDetail
                   STRING cfgFileName " v" latestVersion
                       DELIMITED BY SIZE INTO opsDetail
                   CALL "OPSLOG" USING opsProgram opsEvent opsDetail
                   IF cfgMoney = 'Y'
                       MOVE "HIGH " TO alertSeverity
                   ELSE
                       MOVE "WARN " TO alertSeverity
                   END-IF
                   MOVE SPACES TO alertSubject
                   STRING "config " cfgFileName
                       " changed outside control"
                       DELIMITED BY SIZE INTO alertSubject
                   CALL "ALERTQ" USING opsProgram alertSeverity
                       alertSubject
               END-IF
               IF latestVersion = 0 AND liveFound = 'Y'
                   DISPLAY "    " cfgFileName
                       " has no version on record"
               END-IF
           END-PERFORM
           MOVE driftCount TO cntDisp
           DISPLAY cntDisp " file(s) differ from the version on "
               "record.".

       RECORD-LIVE-FILE.
           PERFORM SELECT-CONTROL-FILE
           IF fileSelected = 'Y'
               PERFORM CHECK-LIVE-AGAINST-LATEST
               EVALUATE TRUE
                   WHEN liveFound = 'N'
                       DISPLAY cfgFileName " is not on file."
                   WHEN liveOverflow = 'Y'
                       DISPLAY cfgFileName " has more than 99 lines"
                           " - it cannot be recorded here."
                   WHEN liveMatches = 'Y'
                       DISPLAY cfgFileName " already matches version "
                           latestVersion "."
                   WHEN OTHER
                       PERFORM SHOW-WORK-LINES
                       MOVE SPACES TO reasonText
                       DISPLAY "Reason: " WITH NO ADVANCING
                       ACCEPT reasonText
                       IF reasonText = SPACES
                           DISPLAY "A reason is required - "
                               "nothing recorded."
                       ELSE
                           PERFORM GET-CHANGE-APPROVAL
                           IF approvedFlag = 'Y'
                               PERFORM CAPTURE-LIVE-VERSION
                               MOVE "CFG RECORD" TO opsEvent
                               MOVE SPACES TO opsDetail
                               STRING cfgFileName " v" logVersion
                                   " " superInit
                                   DELIMITED BY SIZE INTO opsDetail
                               CALL "OPSLOG" USING opsProgram
                                   opsEvent opsDetail
                           ELSE
                               DISPLAY "Not approved - nothing "
                                   "recorded."
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-HISTORY-REPORT.
           MOVE SPACES TO filterName
           DISPLAY "History for one file? (0=all files)"
           PERFORM SELECT-CONTROL-FILE
           IF fileSelected = 'Y'
               MOVE cfgFileName TO filterName
           END-IF
           MOVE SPACES TO reportName
           STRING "cfghist-" todayDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT cfg-report-file
           MOVE SPACES TO reportLine
           STRING "===== CONFIGURATION CHANGE HISTORY " todayDate
               " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CFG-LINE
           IF filterName NOT = SPACES
               MOVE SPACES TO reportLine
               STRING "File: " filterName
                   DELIMITED BY SIZE INTO reportLine
               PERFORM PUT-CFG-LINE
           END-IF
           MOVE SPACES TO reportLine
           STRING "DATE     TIME   FILE           VER  ACTION "
               "EFFECTIVE BY  APPR LINES REASON"
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CFG-LINE
           MOVE 0 TO changeCount
           OPEN INPUT cfg-log-file
           IF cfglog-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cfg-log-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF filterName = SPACES
                       OR clg-file = filterName
                           ADD 1 TO changeCount
                           MOVE SPACES TO reportLine
                           STRING clg-date " " clg-time " "
                               clg-file " " clg-version " "
                               clg-action " " clg-eff-date "  "
                               clg-by " " clg-approver "  "
                               clg-lines "   " clg-reason
                               DELIMITED BY SIZE INTO reportLine
                           PERFORM PUT-CFG-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-log-file
           END-IF
           MOVE changeCount TO cntDisp
           MOVE SPACES TO reportLine
           STRING "Entries: " cntDisp
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CFG-LINE
           CLOSE cfg-report-file
           MOVE 'R' TO rptMode
           MOVE "CFGHIST" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile todayDate
               opsProgram rptRecords.

       WRITE-IN-FORCE-REPORT.
           MOVE 0 TO asOfDate
           DISPLAY "In force on date (YYYYMMDD, 0=today): "
               WITH NO ADVANCING
           ACCEPT asOfDate
           IF asOfDate = 0
               MOVE todayDate TO asOfDate
           END-IF
           MOVE SPACES TO reportName
           STRING "cfgforce-" asOfDate ".dat"
               DELIMITED BY SIZE INTO reportName
           OPEN OUTPUT cfg-report-file
           MOVE SPACES TO reportLine
           STRING "===== CONFIGURATION IN FORCE ON " asOfDate
               " ====="
               DELIMITED BY SIZE INTO reportLine
           PERFORM PUT-CFG-LINE
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > catCount
               MOVE cat-name(k) TO cfgFileName
               PERFORM FIND-VERSION-IN-FORCE
               MOVE SPACES TO reportLine
               PERFORM PUT-CFG-LINE
               IF forceFound = 'N'
                   STRING cfgFileName " no version on record"
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-CFG-LINE
               ELSE
                   STRING cfgFileName " version " forceVersion
                       " " forceAction " effective " forceEff
                       " by " forceBy " " forceApprover
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-CFG-LINE
                   MOVE SPACES TO reportLine
                   STRING "  reason: " forceReason
                       DELIMITED BY SIZE INTO reportLine
                   PERFORM PUT-CFG-LINE
                   IF forceSameDay > 1
                       MOVE forceSameDay TO cntDisp
                       MOVE SPACES TO reportLine
                       STRING "  note: " cntDisp " versions took "
                           "effect that day - the last is shown"
                           DELIMITED BY SIZE INTO reportLine
                       PERFORM PUT-CFG-LINE
                   END-IF
                   MOVE forceVersion TO loadVersion
                   PERFORM LOAD-VERSION-LINES
                   PERFORM VARYING l FROM 1 BY 1 UNTIL l > verCount
                       MOVE SPACES TO reportLine
                       STRING "  | " vl-text(l)
                           DELIMITED BY SIZE INTO reportLine
                       PERFORM PUT-CFG-LINE
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE cfg-report-file
           MOVE 'R' TO rptMode
           MOVE "CFGFORCE" TO rptType
           MOVE reportName TO rptFile
           CALL "RPTCAT" USING rptMode rptType rptFile asOfDate
               opsProgram rptRecords.

       FIND-VERSION-IN-FORCE.
           MOVE 'N' TO forceFound
           MOVE 0 TO forceVersion
           MOVE 0 TO forceEff
           MOVE 0 TO forceSameDay
           OPEN INPUT cfg-log-file
           IF cfglog-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ cfg-log-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       IF clg-file = cfgFileName
                       AND clg-action NOT = "STAGED"
                       AND clg-eff-date <= asOfDate
                       AND clg-eff-date >= forceEff
                           IF clg-eff-date = forceEff
                               ADD 1 TO forceSameDay
                           ELSE
                               MOVE 1 TO forceSameDay
                           END-IF
                           MOVE 'Y' TO forceFound
                           MOVE clg-version  TO forceVersion
                           MOVE clg-action   TO forceAction
                           MOVE clg-eff-date TO forceEff
                           MOVE clg-by       TO forceBy
                           MOVE clg-approver TO forceApprover
                           MOVE clg-reason   TO forceReason
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE cfg-log-file
           END-IF.

       PUT-CFG-LINE.
           DISPLAY reportLine
           MOVE reportLine TO cfg-report-record
           WRITE cfg-report-record
           MOVE SPACES TO reportLine.
