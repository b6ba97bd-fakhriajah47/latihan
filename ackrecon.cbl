000184*    2026-09-02 DLW   THE RUN DATE NOW COMES FROM THE BUSDATE
000185*                     CONTROL CARD THROUGH BDTFETCH AS AN
000186*                     8-DIGIT CENTURY DATE.
000187*    2026-10-15 DLW   ACKS NOW MATCH EXTRACT ROWS BY EMPLOYEE ID
000188*                     AND FACTORIAL RESULT INSTEAD OF BY NAME, SO
000189*                     A ROW FED FOR THE WRONG EMPLOYEE NO LONGER
000190*                     RECONCILES; THE DETAIL LINES SHOW THE ID.
000191*****************************************************************
000200
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000790 01  WS-EXTRACT-TABLE.
000800     05  WS-XTR-ENTRY        OCCURS 999 TIMES
000810                             INDEXED BY WS-XTR-IDX.
000815         10  WS-XTR-EMP-ID           PIC X(05).
000820         10  WS-XTR-EMP-NAME         PIC X(35).
000830         10  WS-XTR-RESULT           PIC 9(31).
000840         10  WS-XTR-ACK-STATE        PIC X(01).
001170
001180 01  WS-DETAIL-LINE.
001190     05  FILLER                      PIC X(02) VALUE '* '.
001195     05  WS-DTL-EMP-ID               PIC X(05).
001196     05  FILLER                      PIC X(01) VALUE SPACES.
001200     05  WS-DTL-EMP-NAME             PIC X(35).
001210     05  FILLER                      PIC X(02) VALUE SPACES.
001220     05  WS-DTL-RESULT               PIC Z(30)9.
001230     05  FILLER                      PIC X(04) VALUE SPACES.
001240
001250 01  WS-TOTAL-LINE.
001260     05  WS-TOT-LABEL                PIC X(26).
001810     ADD 1 TO WS-SENT-COUNT.
001820     IF WS-EXTRACT-COUNT < 999
001830         ADD 1 TO WS-EXTRACT-COUNT
001835         MOVE XTR-EMP-ID      TO WS-XTR-EMP-ID
001836             (WS-EXTRACT-COUNT)
001840         MOVE XTR-EMP-NAME    TO WS-XTR-EMP-NAME
001850             (WS-EXTRACT-COUNT)
001860         MOVE XTR-FACT-RESULT TO WS-XTR-RESULT
001970*****************************************************************
001980*    3000-MATCH-ACKS
001990*    READS EVERY ACKNOWLEDGMENT AND MARKS THE FIRST UNMATCHED
002000*    EXTRACT ROW CARRYING THE SAME EMP-ID AND RESULT.  AN ACK
002010*    WITH NO SUCH ROW IS COUNTED AND LISTED AS AN ORPHAN.
002020*****************************************************************
002030 3000-MATCH-ACKS.
002380         AT END
002390             CONTINUE
002400         WHEN WS-XTR-IDX <= WS-EXTRACT-COUNT
002410           AND WS-XTR-EMP-ID   (WS-XTR-IDX) = ACK-EMP-ID
002420           AND WS-XTR-RESULT   (WS-XTR-IDX) = ACK-FACT-RESULT
002430           AND WS-XTR-ACK-STATE (WS-XTR-IDX) = SPACE
002440             SET ACK-MATCHED TO TRUE
002590             TO WS-SEC-TITLE
002600         PERFORM 7000-PRINT-SECTION THRU 7000-EXIT
002610     END-IF.
002615     MOVE ACK-EMP-ID       TO WS-DTL-EMP-ID.
002620     MOVE ACK-EMP-NAME     TO WS-DTL-EMP-NAME.
002630     MOVE ACK-FACT-RESULT  TO WS-DTL-RESULT.
002640     PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT.
002890 4100-LIST-UNACKED.
002900     IF WS-XTR-ACK-STATE (WS-XTR-IDX) = SPACE
002910         ADD 1 TO WS-UNACKED-COUNT
002915         MOVE WS-XTR-EMP-ID   (WS-XTR-IDX) TO WS-DTL-EMP-ID
002920         MOVE WS-XTR-EMP-NAME (WS-XTR-IDX) TO WS-DTL-EMP-NAME
002930         MOVE WS-XTR-RESULT   (WS-XTR-IDX) TO WS-DTL-RESULT
002940         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
002980
002990 4200-LIST-REJECTED.
003000     IF WS-XTR-ACK-STATE (WS-XTR-IDX) = 'R'
003005         MOVE WS-XTR-EMP-ID   (WS-XTR-IDX) TO WS-DTL-EMP-ID
003010         MOVE WS-XTR-EMP-NAME (WS-XTR-IDX) TO WS-DTL-EMP-NAME
003020         MOVE WS-XTR-RESULT   (WS-XTR-IDX) TO WS-DTL-RESULT
003030         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
