000134*    2026-09-02 DLW   RUN DATE AND THE DATES INSIDE THE IMAGE
000135*                     WIDENED TO 8-DIGIT CENTURY DATES - THE
000136*                     IMAGE IS NOW 63 BYTES.
000137*    2026-10-15 DLW   IMAGE WIDENED TO 71 BYTES FOR THE
000138*                     OPERATOR-ID EXPANSION OF
000139*                     EMP-TRANS-RECORD.
000130************************************************************
000140 01  TRJ-RECORD.
000150     05  TRJ-REASON-CODE             PIC X(04).
000160     05  FILLER                      PIC X(01).
000170     05  TRJ-TRANS-IMAGE             PIC X(71).
000180     05  FILLER                      PIC X(01).
000190     05  TRJ-RUN-DATE                PIC 9(08).
