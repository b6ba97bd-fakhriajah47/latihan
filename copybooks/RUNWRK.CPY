000060*    STEP OF THE CHAIN), AND THE BUSINESS DATE; RUNCHECK
000070*    RETURNS THE RESULT CODE AND A DISPLAYABLE REASON.
000080*    USED BY:  TRNMERGE / EMPEDIT / EMPMAINT / EXAMPLE
000085*              PAYFEED / MSTCOMP / EMPARCH
000090*              (CALLERS)
000100*              RUNCHECK (LINKAGE SECTION)
000110*
000150*    2026-09-02 DLW   ORIGINAL.
000151*    2026-09-02 DLW   BUSINESS DATE WIDENED TO AN 8-DIGIT
000152*                     CENTURY DATE.
000153*    2026-10-15 DLW   PAYFEED ADDED AS A CALLER.
000154*    2026-10-15 DLW   MSTCOMP ADDED AS A CALLER.
000157*    2026-10-15 DLW   EMPARCH ADDED AS A CALLER.
000160************************************************************
000170 01  RCK-PARAMETERS.
000180     05  RCK-FUNCTION                PIC X(01).
