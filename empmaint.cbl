000523*                     CONTROL CARD THROUGH BDTFETCH AND ALL
000533*                     DATES ARE 8-DIGIT CENTURY DATES; IMAGES
000543*                     ARE NOW 63 AND 60 BYTES.
000545*    2026-10-15 DLW   THE OPERATOR ID ON EACH TRANSACTION IS
000547*                     NOW WRITTEN TO THE JOURNAL AND PRINTED
000549*                     ON THE MAINTENANCE REGISTER; THE PENDING
000551*                     FILE IMAGES ARE NOW 71 BYTES.
000552*    2026-10-15 DLW   THE BALANCE RECORD'S NEW ARCHIVE COUNT
000553*                     IS WRITTEN AS ZERO FOR EMPARCH TO SET.
000554*****************************************************************
000563
000573 ENVIRONMENT DIVISION.
000583 CONFIGURATION SECTION.
001263 FD  PENDING-IN
001273     RECORDING MODE IS F
001283     LABEL RECORDS ARE STANDARD.
001293 01  PND-IN-RECORD                   PIC X(71).
001303
001313 FD  PENDING-OUT
001323     RECORDING MODE IS F
001333     LABEL RECORDS ARE STANDARD.
001343 01  PND-OUT-RECORD                  PIC X(71).
001353
001363 WORKING-STORAGE SECTION.
001373*****************************************************************
002353     05  FILLER                      PIC X(20) VALUE SPACES.
002363
002373 01  WS-REG-COLUMN-LINE.
002383     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
002393     05  FILLER                      PIC X(08) VALUE 'ACTION'.
002403     05  FILLER                      PIC X(28) VALUE 'OLD NAME'.
002413     05  FILLER                      PIC X(28) VALUE 'NEW NAME'.
002418     05  FILLER                      PIC X(09) VALUE 'OPERATOR'.
002423
002433 01  WS-REG-DETAIL-LINE.
002443     05  WS-REG-EMP-ID               PIC X(05).
002453     05  FILLER                      PIC X(02) VALUE SPACES.
002463     05  WS-REG-ACTION               PIC X(06).
002473     05  FILLER                      PIC X(02) VALUE SPACES.
002483     05  WS-REG-OLD-NAME             PIC X(26).
002493     05  FILLER                      PIC X(02) VALUE SPACES.
002503     05  WS-REG-NEW-NAME             PIC X(26).
002513     05  FILLER                      PIC X(02) VALUE SPACES.
002516     05  WS-REG-OPERATOR-ID          PIC X(08).
002519     05  FILLER                      PIC X(01) VALUE SPACES.
002523
002533 01  WS-REG-TOTAL-LINE.
002543     05  FILLER                      PIC X(07) VALUE 'ADDS: '.
006533     MOVE TRN-EMP-ID       TO JRN-EMP-ID.
006543     MOVE WS-BEFORE-IMAGE  TO JRN-BEFORE-IMAGE.
006553     MOVE WS-AFTER-IMAGE   TO JRN-AFTER-IMAGE.
006558     MOVE TRN-OPERATOR-ID  TO JRN-OPERATOR-ID.
006563     WRITE JRN-RECORD.
006573 2600-EXIT.
006583     EXIT.
007003     END-EVALUATE.
007013     MOVE WS-BEF-FULL-NAME TO WS-REG-OLD-NAME.
007023     MOVE WS-AFT-FULL-NAME TO WS-REG-NEW-NAME.
007028     MOVE TRN-OPERATOR-ID  TO WS-REG-OPERATOR-ID.
007033     WRITE REG-RECORD FROM WS-REG-DETAIL-LINE
007043         AFTER ADVANCING 1 LINE.
007053     ADD 1 TO WS-LINE-CTR.
007653     STRING 'HELD UNTIL ' DELIMITED BY SIZE
007663            TRN-EFF-DATE  DELIMITED BY SIZE
007673         INTO WS-REG-NEW-NAME.
007678     MOVE TRN-OPERATOR-ID TO WS-REG-OPERATOR-ID.
007683     WRITE REG-RECORD FROM WS-REG-DETAIL-LINE
007693         AFTER ADVANCING 1 LINE.
007703     ADD 1 TO WS-LINE-CTR.
008493     MOVE WS-CHANGE-COUNT  TO BAL-CHANGE-COUNT.
008503     MOVE WS-DELETE-COUNT  TO BAL-DELETE-COUNT.
008513     MOVE WS-CLOSING-COUNT TO BAL-CLOSING-COUNT.
008518     MOVE ZERO             TO BAL-ARCHIVE-COUNT.
008523     WRITE BAL-RECORD.
008533     CLOSE BALANCE-FILE.
008543 9200-EXIT.
