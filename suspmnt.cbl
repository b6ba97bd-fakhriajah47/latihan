000246*                     DATES ARE 8-DIGIT CENTURY DATES - THE
000256*                     SERIAL-DAY CONVERSION NOW COUNTS FROM
000266*                     1900-01-01.
000268*    2026-10-15 DLW   IMAGES WIDENED FOR THE OPERATOR-ID
000270*                     EXPANSION, AND AN OPERATOR CORRECTION
000272*                     CARD CAN NOW REPLACE THE OPERATOR ON AN
000274*                     ITEM REJECTED FOR OPERATOR AUTHORITY.
000276*****************************************************************
000286
000296 ENVIRONMENT DIVISION.
000776 FD  SUSPENSE-OUT
000786     RECORDING MODE IS F
000796     LABEL RECORDS ARE STANDARD.
000806 01  SUSOUT-RECORD                   PIC X(85).
000816
000826 FD  RESUBMIT-FILE
000836     RECORDING MODE IS F
000846     LABEL RECORDS ARE STANDARD.
000856 01  RSB-RECORD                      PIC X(71).
000866
000876 FD  AGING-REPORT
000886     RECORDING MODE IS F
004916             MOVE WS-CRD-VALUE (WS-CARD-ENTRY-NBR) (1:1)
004926                 TO TRN-CODE
004936             ADD 1 TO WS-APPLIED-COUNT
004938         WHEN 'OPERATOR'
004940             MOVE WS-CRD-VALUE (WS-CARD-ENTRY-NBR) (1:8)
004942                 TO TRN-OPERATOR-ID
004944             ADD 1 TO WS-APPLIED-COUNT
004946         WHEN OTHER
004956             DISPLAY "SUSPMNT - UNRECOGNIZED FIELD KEYWORD: "
004966                 WS-CRD-KEYWORD (WS-CARD-ENTRY-NBR)
