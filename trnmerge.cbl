000258*                     CONTROL CARD THROUGH BDTFETCH AND ALL
000268*                     DATES ARE 8-DIGIT CENTURY DATES; IMAGES
000278*                     ARE NOW 63 BYTES.
000280*    2026-10-15 DLW   TRANSACTION IMAGES WIDENED TO 71 BYTES
000282*                     FOR THE OPERATOR-ID EXPANSION OF
000284*                     EMP-TRANS-RECORD; THE OPERATOR ON EACH
000286*                     CARD IS PASSED THROUGH UNCHANGED.
000288*****************************************************************
000298
000308 ENVIRONMENT DIVISION.
000598 FD  CORR-TRANS-FILE
000608     RECORDING MODE IS F
000618     LABEL RECORDS ARE STANDARD.
000628 01  CORR-TRANS-RECORD               PIC X(71).
000638
000648 FD  RESUBMIT-TRANS
000658     RECORDING MODE IS F
000668     LABEL RECORDS ARE STANDARD.
000678 01  RSB-TRANS-RECORD                PIC X(71).
000688
000698 FD  MERGED-TRANS
000708     RECORDING MODE IS F
000718     LABEL RECORDS ARE STANDARD.
000728 01  MRG-RECORD                      PIC X(71).
000738
000748 FD  MERGE-REPORT
000758     RECORDING MODE IS F
000818     05  SRT-EMP-ID                  PIC X(05).
000828     05  SRT-SOURCE-PRI              PIC 9(01).
000838     05  SRT-SEQ-NBR                 PIC 9(05).
000848     05  SRT-TRANS-IMAGE             PIC X(71).
000858
000868 WORKING-STORAGE SECTION.
000878*****************************************************************
001388         10  WS-GRP-SOURCE-PRI       PIC 9(01).
001398         10  WS-GRP-DROPPED-SW       PIC X(01).
001408         10  WS-GRP-DROP-REASON      PIC X(25).
001418         10  WS-GRP-TRANS-IMAGE      PIC X(71).
001428
001438 01  WS-GROUP-FLAGS.
001448     05  WS-CORR-IN-GROUP-SW         PIC X(01)   VALUE 'N'.
001608     05  WS-MRG-HIRE-DATE            PIC X(08).
001618     05  WS-MRG-SOURCE               PIC X(02).
001628     05  WS-MRG-EFF-DATE             PIC X(08).
001633     05  WS-MRG-OPERATOR-ID          PIC X(08).
001638
001648*****************************************************************
001658*    TRANSACTION WORK AREA FOR INSPECTING A GROUP ENTRY
001738     05  WS-TRN-EMP-NAME.
001748         10  WS-TRN-FIRST-NAME       PIC X(15).
001758         10  WS-TRN-LAST-NAME        PIC X(20).
001768     05  FILLER                      PIC X(30).
001778
001788*****************************************************************
001798*    REPORT CONTROL AND PRINT LINES
