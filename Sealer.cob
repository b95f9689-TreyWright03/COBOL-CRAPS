       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEALER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seal-file ASSIGN TO "seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS seal-status.
           SELECT seal-key-file ASSIGN TO "sealkey.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS sealkey-status.
           SELECT target-file ASSIGN TO DYNAMIC targetName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS target-status.

       DATA DIVISION.
       FILE SECTION.
       FD seal-file.
       COPY "seal.cpy".

       FD seal-key-file.
       01 seal-key-record.
           02 skey-text      PIC X(20).

       FD target-file.
       01 target-record      PIC X(200).

       WORKING-STORAGE SECTION.
       01 seal-status      PIC 99.
       01 sealkey-status   PIC 99.
       01 target-status    PIC 99.
       01 targetName       PIC X(30) VALUE SPACES.
       01 sealKey          PIC X(20) VALUE "PASSLINE-COMEOUT-07".
       01 stampTime        PIC 9(8) VALUE 0.
       01 end-of-file      PIC X VALUE 'N'.
       01 h1               PIC 9(10) VALUE 0.
       01 h2               PIC 9(10) VALUE 0.
       01 hp               PIC 999 VALUE 0.
       01 hashLen          PIC 999 VALUE 0.
       01 hashText         PIC X(200) VALUE SPACES.
       01 prevSealH1       PIC 9(10) VALUE 0.
       01 prevSealH2       PIC 9(10) VALUE 0.
       01 lastSeq          PIC 9(7) VALUE 0.
       01 sealBroken       PIC X VALUE 'N'.
       01 brokenSeq        PIC 9(7) VALUE 0.
       01 fileHasSeal      PIC X VALUE 'N'.
       01 fileLastTo       PIC 9(9) VALUE 0.
       01 fileLastH1       PIC 9(10) VALUE 0.
       01 fileLastH2       PIC 9(10) VALUE 0.
       01 fileLastKind     PIC X(6) VALUE SPACES.
       01 fileLastDate     PIC 9(8) VALUE 0.
       01 chainBroken      PIC X VALUE 'N'.
       01 recNo            PIC 9(9) VALUE 0.
       01 sealFrom         PIC 9(9) VALUE 0.
       01 sealKind         PIC X(6) VALUE SPACES.
       01 unsealedRows     PIC 9(9) VALUE 0.
       01 b                PIC 9(4) VALUE 0.
       01 batchCount       PIC 9(4) VALUE 0.
       01 batchOverflow    PIC X VALUE 'N'.
       01 numDisp1         PIC Z(8)9.
       01 numDisp2         PIC Z(8)9.
       01 breakDisp        PIC Z(6)9.
       01 opsProgram       PIC X(8) VALUE SPACES.
       01 opsEvent         PIC X(12) VALUE SPACES.
       01 opsDetail        PIC X(30) VALUE SPACES.
       01 alertSeverity    PIC X(5) VALUE "HIGH ".
       01 alertSubject     PIC X(40) VALUE SPACES.

       01 batch-table.
           05 batch-entry OCCURS 2000 TIMES.
               10 bt-from      PIC 9(9).
               10 bt-to        PIC 9(9).
               10 bt-h1        PIC 9(10).
               10 bt-h2        PIC 9(10).
               10 bt-date      PIC 9(8).

       LINKAGE SECTION.
       01 caller-mode      PIC X.
       01 caller-file      PIC X(30).
       01 caller-date      PIC 9(8).
       01 caller-program   PIC X(8).
       01 caller-break     PIC 9(9).
       01 caller-result    PIC XX.
       01 caller-message   PIC X(60).

       PROCEDURE DIVISION USING caller-mode caller-file caller-date
           caller-program caller-break caller-result caller-message.
           MOVE "OK" TO caller-result
           MOVE 0 TO caller-break
           MOVE SPACES TO caller-message
           MOVE caller-file TO targetName
           MOVE caller-program TO opsProgram
           MOVE 'N' TO sealBroken
           MOVE 0 TO brokenSeq
           MOVE 'N' TO fileHasSeal
           MOVE 0 TO fileLastTo
           MOVE 0 TO fileLastH1
           MOVE 0 TO fileLastH2
           MOVE SPACES TO fileLastKind
           MOVE 0 TO fileLastDate
           MOVE 'N' TO batchOverflow
           PERFORM LOAD-SEAL-KEY
           PERFORM SCAN-SEAL-FILE
           EVALUATE caller-mode
               WHEN 'V'
                   PERFORM VERIFY-TARGET
               WHEN 'S'
                   PERFORM SEAL-NEW-BATCH
               WHEN 'R'
                   PERFORM RESEAL-TARGET
               WHEN 'P'
                   PERFORM SEAL-PURGE
               WHEN OTHER
                   MOVE "??" TO caller-result
                   MOVE "unknown seal mode" TO caller-message
           END-EVALUATE
           GOBACK.

       LOAD-SEAL-KEY.
           OPEN INPUT seal-key-file
           IF sealkey-status = "00"
               READ seal-key-file
                   NOT AT END
                       IF skey-text NOT = SPACES
                           MOVE skey-text TO sealKey
                       END-IF
               END-READ
               CLOSE seal-key-file
           END-IF.

       START-KEYED-HASH.
           MOVE 5381 TO h1
           MOVE 7 TO h2
           MOVE sealKey TO hashText
           MOVE 20 TO hashLen
           PERFORM HASH-TEXT.

       HASH-TEXT.
           PERFORM VARYING hp FROM 1 BY 1 UNTIL hp > hashLen
               COMPUTE h1 = FUNCTION MOD(h1 * 257
                   + FUNCTION ORD(hashText(hp:1)), 2147483647)
               COMPUTE h2 = FUNCTION MOD(h2 * 263
                   + FUNCTION ORD(hashText(hp:1)), 999999937)
           END-PERFORM
           COMPUTE h1 = FUNCTION MOD(h1 * 257 + 11, 2147483647)
           COMPUTE h2 = FUNCTION MOD(h2 * 263 + 11, 999999937).

       SCAN-SEAL-FILE.
           PERFORM START-KEYED-HASH
           MOVE h1 TO prevSealH1
           MOVE h2 TO prevSealH2
           MOVE 0 TO lastSeq
           MOVE 0 TO batchCount
           OPEN INPUT seal-file
           IF seal-status = "00"
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y'
                   READ seal-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       PERFORM CHECK-SEAL-SIGNATURE
                       MOVE sl-seq TO lastSeq
                       IF sl-file = caller-file
                           PERFORM NOTE-FILE-SEAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE seal-file
           END-IF.

       CHECK-SEAL-SIGNATURE.
           MOVE prevSealH1 TO h1
           MOVE prevSealH2 TO h2
           MOVE sl-signed TO hashText
           MOVE LENGTH OF sl-signed TO hashLen
           PERFORM HASH-TEXT
           IF (h1 NOT = sl-seal-h1 OR h2 NOT = sl-seal-h2
               OR sl-seq NOT = lastSeq + 1)
           AND sealBroken = 'N'
               MOVE 'Y' TO sealBroken
               MOVE sl-seq TO brokenSeq
           END-IF
           MOVE sl-seal-h1 TO prevSealH1
           MOVE sl-seal-h2 TO prevSealH2.

       NOTE-FILE-SEAL.
           IF sl-kind = "RESEAL" OR sl-kind = "PURGE "
               MOVE 0 TO batchCount
               MOVE 'N' TO batchOverflow
           END-IF
           IF sl-kind NOT = "PURGE "
               IF batchCount < 2000
                   ADD 1 TO batchCount
                   MOVE sl-from       TO bt-from(batchCount)
                   MOVE sl-to         TO bt-to(batchCount)
                   MOVE sl-content-h1 TO bt-h1(batchCount)
                   MOVE sl-content-h2 TO bt-h2(batchCount)
                   MOVE sl-date       TO bt-date(batchCount)
               ELSE
                   MOVE 'Y' TO batchOverflow
               END-IF
           END-IF
           MOVE 'Y'           TO fileHasSeal
           MOVE sl-to         TO fileLastTo
           MOVE sl-content-h1 TO fileLastH1
           MOVE sl-content-h2 TO fileLastH2
           MOVE sl-kind       TO fileLastKind
           MOVE sl-date       TO fileLastDate.

       VERIFY-TARGET.
           EVALUATE TRUE
               WHEN sealBroken = 'Y'
                   MOVE "SB" TO caller-result
                   MOVE brokenSeq TO caller-break
                   STRING "seal file altered at seal " brokenSeq
                       DELIMITED BY SIZE INTO caller-message
                   PERFORM RAISE-SEAL-BREAK
               WHEN fileHasSeal = 'N'
                   MOVE "NS" TO caller-result
                   MOVE "no seal on record" TO caller-message
               WHEN fileLastKind = "PURGE "
                   MOVE "PG" TO caller-result
                   STRING "purged under retention on " fileLastDate
                       DELIMITED BY SIZE INTO caller-message
               WHEN batchOverflow = 'Y'
                   MOVE "??" TO caller-result
                   MOVE "more than 2000 seals since last reseal"
                       TO caller-message
               WHEN OTHER
                   PERFORM WALK-TARGET-CHAIN
           END-EVALUATE.

       WALK-TARGET-CHAIN.
           MOVE 'N' TO chainBroken
           PERFORM START-KEYED-HASH
           MOVE 0 TO recNo
           MOVE 1 TO b
           OPEN INPUT target-file
           IF target-status NOT = "00"
               MOVE 'Y' TO chainBroken
               MOVE 1 TO caller-break
               MOVE fileLastTo TO numDisp1
               STRING "file missing - sealed through record "
                   numDisp1
                   DELIMITED BY SIZE INTO caller-message
           ELSE
               PERFORM CHECK-BATCH-ENDS
               MOVE 'N' TO end-of-file
               PERFORM UNTIL end-of-file = 'Y' OR chainBroken = 'Y'
                   READ target-file AT END
                       MOVE 'Y' TO end-of-file
                   NOT AT END
                       ADD 1 TO recNo
                       MOVE target-record TO hashText
                       MOVE 200 TO hashLen
                       PERFORM HASH-TEXT
                       PERFORM CHECK-BATCH-ENDS
                   END-READ
               END-PERFORM
               CLOSE target-file
               IF chainBroken = 'N' AND b <= batchCount
                   MOVE 'Y' TO chainBroken
                   COMPUTE caller-break = recNo + 1
                   MOVE recNo TO numDisp1
                   MOVE fileLastTo TO numDisp2
                   STRING "file ends at record " numDisp1
                       " but was sealed to " numDisp2
                       DELIMITED BY SIZE INTO caller-message
               END-IF
           END-IF
           IF chainBroken = 'Y'
               MOVE "BR" TO caller-result
               PERFORM RAISE-SEAL-BREAK
           ELSE
               COMPUTE unsealedRows = recNo - fileLastTo
               MOVE fileLastTo TO numDisp1
               MOVE unsealedRows TO numDisp2
               STRING "intact through record " numDisp1 ", "
                   numDisp2 " unsealed"
                   DELIMITED BY SIZE INTO caller-message
           END-IF.

       CHECK-BATCH-ENDS.
           PERFORM UNTIL b > batchCount OR chainBroken = 'Y'
               OR bt-to(b) NOT = recNo
               IF h1 NOT = bt-h1(b) OR h2 NOT = bt-h2(b)
                   MOVE 'Y' TO chainBroken
                   MOVE bt-from(b) TO caller-break
                   MOVE bt-from(b) TO numDisp1
                   MOVE bt-to(b) TO numDisp2
                   STRING "chain breaks in records " numDisp1
                       " -" numDisp2 " sealed " bt-date(b)
                       DELIMITED BY SIZE INTO caller-message
               ELSE
                   ADD 1 TO b
               END-IF
           END-PERFORM.

       RAISE-SEAL-BREAK.
           MOVE "SEAL BREAK" TO opsEvent
           MOVE caller-file TO opsDetail
           CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           MOVE caller-break TO breakDisp
           MOVE SPACES TO alertSubject
           STRING caller-file DELIMITED BY SPACE
               " seal break at" breakDisp DELIMITED BY SIZE
               INTO alertSubject
           CALL "ALERTQ" USING opsProgram alertSeverity
               alertSubject.

       HASH-FROM-RECORD.
           MOVE 0 TO recNo
           MOVE 'N' TO end-of-file
           PERFORM UNTIL end-of-file = 'Y'
               READ target-file AT END
                   MOVE 'Y' TO end-of-file
               NOT AT END
                   ADD 1 TO recNo
                   IF recNo >= sealFrom
                       MOVE target-record TO hashText
                       MOVE 200 TO hashLen
                       PERFORM HASH-TEXT
                   END-IF
               END-READ
           END-PERFORM.

       SEAL-NEW-BATCH.
           IF fileHasSeal = 'Y' AND fileLastKind NOT = "PURGE "
               MOVE fileLastH1 TO h1
               MOVE fileLastH2 TO h2
               COMPUTE sealFrom = fileLastTo + 1
           ELSE
               MOVE 'N' TO fileHasSeal
               MOVE 0 TO fileLastTo
               PERFORM START-KEYED-HASH
               MOVE 1 TO sealFrom
           END-IF
           OPEN INPUT target-file
           EVALUATE TRUE
               WHEN target-status = "00"
                   PERFORM HASH-FROM-RECORD
                   CLOSE target-file
                   IF recNo < fileLastTo
                       MOVE "BR" TO caller-result
                       COMPUTE caller-break = recNo + 1
                       MOVE recNo TO numDisp1
                       MOVE fileLastTo TO numDisp2
                       STRING "not sealed - " numDisp1
                           " records, sealed to " numDisp2
                           DELIMITED BY SIZE INTO caller-message
                   ELSE
                       MOVE "DAY   " TO sealKind
                       PERFORM WRITE-SEAL-RECORD
                   END-IF
               WHEN fileHasSeal = 'N'
                   MOVE "NF" TO caller-result
                   MOVE "not on file - nothing to seal"
                       TO caller-message
               WHEN OTHER
                   MOVE "BR" TO caller-result
                   MOVE 1 TO caller-break
                   MOVE "not sealed - file missing"
                       TO caller-message
           END-EVALUATE.

       RESEAL-TARGET.
           PERFORM START-KEYED-HASH
           MOVE 1 TO sealFrom
           IF fileHasSeal = 'N' OR fileLastKind = "PURGE "
               MOVE "NS" TO caller-result
               MOVE "not under seal - nothing to reseal"
                   TO caller-message
           ELSE
               PERFORM RESEAL-SEALED-FILE
           END-IF.

       RESEAL-SEALED-FILE.
           OPEN INPUT target-file
           IF target-status = "00"
               PERFORM HASH-FROM-RECORD
               CLOSE target-file
               MOVE "RESEAL" TO sealKind
               PERFORM WRITE-SEAL-RECORD
               MOVE "RESEAL" TO opsEvent
               MOVE caller-file TO opsDetail
               CALL "OPSLOG" USING opsProgram opsEvent opsDetail
           ELSE
               MOVE "NF" TO caller-result
               MOVE "not on file - nothing to seal"
                   TO caller-message
           END-IF.

       SEAL-PURGE.
           IF fileHasSeal = 'Y' AND fileLastKind NOT = "PURGE "
               MOVE 0 TO h1
               MOVE 0 TO h2
               MOVE 0 TO sealFrom
               MOVE 0 TO recNo
               MOVE "PURGE " TO sealKind
               PERFORM WRITE-SEAL-RECORD
           ELSE
               MOVE "NS" TO caller-result
               MOVE "no seal on record" TO caller-message
           END-IF.

       WRITE-SEAL-RECORD.
           ACCEPT stampTime FROM TIME
           MOVE SPACES      TO seal-record
           COMPUTE sl-seq = lastSeq + 1
           MOVE caller-date TO sl-date
           COMPUTE sl-time = stampTime / 100
           MOVE sealKind    TO sl-kind
           MOVE caller-file TO sl-file
           MOVE sealFrom    TO sl-from
           MOVE recNo       TO sl-to
           MOVE caller-program TO sl-program
           MOVE h1          TO sl-content-h1
           MOVE h2          TO sl-content-h2
           MOVE prevSealH1  TO h1
           MOVE prevSealH2  TO h2
           MOVE sl-signed   TO hashText
           MOVE LENGTH OF sl-signed TO hashLen
           PERFORM HASH-TEXT
           MOVE h1 TO sl-seal-h1
           MOVE h2 TO sl-seal-h2
           OPEN EXTEND seal-file
           IF seal-status = "05" OR seal-status = "35"
               CLOSE seal-file
               OPEN OUTPUT seal-file
               CLOSE seal-file
               OPEN EXTEND seal-file
           END-IF
           WRITE seal-record
           CLOSE seal-file
           MOVE sl-seq     TO lastSeq
           MOVE sl-seal-h1 TO prevSealH1
           MOVE sl-seal-h2 TO prevSealH2
           MOVE sealFrom TO numDisp1
           MOVE recNo TO numDisp2
           STRING sealKind " seal " sl-seq " records " numDisp1
               " -" numDisp2
               DELIMITED BY SIZE INTO caller-message.
