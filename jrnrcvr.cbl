000245*                     CONTROL CARD THROUGH BDTFETCH AND THE
000246*                     BATCH AND BALANCE DATES ARE 8-DIGIT
000247*                     CENTURY DATES; IMAGES ARE NOW 60 BYTES.
000248*    2026-10-15 DLW   BALANCE ARCHIVE COUNT WRITTEN AS ZERO - A
000249*                     REPLAYED ARCHIVE DELETE IS COUNTED WITH
000250*                     THE OTHER DELETES.
000251*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
006980     MOVE WS-REWRITE-COUNT TO BAL-CHANGE-COUNT.
006990     MOVE WS-DELETE-COUNT  TO BAL-DELETE-COUNT.
007000     MOVE WS-CLOSING-COUNT TO BAL-CLOSING-COUNT.
007005     MOVE ZERO             TO BAL-ARCHIVE-COUNT.
007010     WRITE BAL-RECORD.
007020     CLOSE BALANCE-FILE.
007030 9200-EXIT.
