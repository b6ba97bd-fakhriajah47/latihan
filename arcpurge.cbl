000243*                     SERIAL-DAY CONVERSION NOW COUNTS FROM
000253*                     1900-01-01, SO THE RETENTION BOUNDARY IS
000263*                     RIGHT ACROSS THE CENTURY ROLLOVER.
000265*    2026-10-15 DLW   THE EMPMAST RETENTION CARD BELONGS TO THE
000267*                     EMPARCH STEP AND IS PASSED OVER HERE
000269*                     RATHER THAN REPORTED AS UNRECOGNIZED.
000270*    2026-10-15 DLW   ERROR-LOG ARCHIVE AND WORK RECORDS WIDENED
000271*                     TO THE 66-BYTE ERR-RECORD CARRYING THE
000272*                     CALCULATION TYPE, R AND EMPLOYEE ID.
000273*****************************************************************
000283
000293 ENVIRONMENT DIVISION.
000933 FD  ERROR-ARCHIVE
000943     RECORDING MODE IS F
000953     LABEL RECORDS ARE STANDARD.
000963 01  ERRARC-RECORD                   PIC X(66).
000973
000983 FD  ERROR-WORK
000993     RECORDING MODE IS F
001003     LABEL RECORDS ARE STANDARD.
001013 01  ERRWRK-RECORD                   PIC X(66).
001023
001033 FD  REJECT-FILE
001043     RECORDING MODE IS F
003213             WHEN PRG-REJFILE-CARD
003223                 MOVE 'Y' TO WS-REJ-CARD-SW
003233                 MOVE PRG-RETAIN-DAYS-NUM TO WS-REJ-RETAIN-DAYS
003236             WHEN PRG-EMPMAST-CARD
003239                 CONTINUE
003243             WHEN OTHER
003253                 DISPLAY "ARCPURGE - UNRECOGNIZED FILE CARD: "
003263                     PRG-FILE-KEYWORD
