000114*                     ARRIVES.  A BLANK DATE APPLIES AT ONCE.
000115*    2026-09-02 DLW   HIRE AND EFFECTIVE DATES WIDENED TO
000116*                     8-DIGIT CENTURY DATES.
000117*    2026-10-15 DLW   ADDED TRN-OPERATOR-ID - THE OPERATOR WHO
000118*                     SUBMITTED THE CARD, CHECKED BY EMPEDIT
000119*                     AGAINST THE OPERATOR AUTHORITY TABLE AND
000120*                     CARRIED INTO THE MAINTENANCE JOURNAL.
000121*                     THE RECORD IS NOW 71 BYTES.
000106************************************************************
000110 01  EMP-TRANS-RECORD.
000120     05  TRN-CODE                    PIC X(01).
000183     05  TRN-EFF-DATE                PIC X(08).
000184     05  TRN-EFF-DATE-NUM REDEFINES TRN-EFF-DATE
000185                                     PIC 9(08).
000186     05  TRN-OPERATOR-ID             PIC X(08).
