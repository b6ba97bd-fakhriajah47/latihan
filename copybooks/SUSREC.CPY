000147*    2026-09-02 DLW   REJECT DATE AND THE DATES INSIDE THE
000148*                     IMAGE WIDENED TO 8-DIGIT CENTURY DATES -
000149*                     THE IMAGE IS NOW 63 BYTES.
000150*    2026-10-15 DLW   IMAGE WIDENED TO 71 BYTES FOR THE
000151*                     OPERATOR-ID EXPANSION OF
000152*                     EMP-TRANS-RECORD.
000153************************************************************
000160 01  SUS-RECORD.
000170     05  SUS-REJECT-DATE             PIC 9(08).
000180     05  FILLER                      PIC X(01).
000190     05  SUS-REASON-CODE             PIC X(04).
000200     05  FILLER                      PIC X(01).
000210     05  SUS-TRANS-IMAGE             PIC X(71).
