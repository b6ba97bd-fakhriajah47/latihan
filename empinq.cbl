000203*                     DATES ARE 8-DIGIT CENTURY DATES; THE
000204*                     IMAGE AREAS MATCH THE 60-BYTE
000205*                     EMP-RECORD.
000206*    2026-10-15 DLW   HISTORY LINES NOW SHOW THE OPERATOR ID
000207*                     CARRIED ON EACH JOURNAL RECORD.
000210*****************************************************************
000220
000230 ENVIRONMENT DIVISION.
001760     05  FILLER                      PIC X(08) VALUE 'TIME'.
001770     05  FILLER                      PIC X(08) VALUE 'ACTION'.
001780     05  FILLER                      PIC X(10) VALUE 'SOURCE'.
001785     05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
001790     05  FILLER                      PIC X(30) VALUE 'CHANGES'.
001800     05  FILLER                      PIC X(04) VALUE SPACES.
001810
001820 01  WS-HIST-DETAIL-LINE.
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  WS-HST-SOURCE               PIC X(08).
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001913     05  WS-HST-OPERATOR             PIC X(08).
001916     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  WS-HST-CHANGES              PIC X(30).
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940
001950 01  WS-TRAILER-LINE.
004100             MOVE JRN-ACTION-CODE TO WS-HST-ACTION
004110     END-EVALUATE.
004120     MOVE JRN-TRANS-SOURCE TO WS-HST-SOURCE.
004125     MOVE JRN-OPERATOR-ID  TO WS-HST-OPERATOR.
004130     MOVE WS-CHANGE-TEXT   TO WS-HST-CHANGES.
004140     WRITE RPT-RECORD FROM WS-HIST-DETAIL-LINE
004150         AFTER ADVANCING 1 LINE.
