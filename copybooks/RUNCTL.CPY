000020*    RUNCTL.CPY
000030*    NIGHT-CYCLE RUN-CONTROL RECORD LAYOUT - ONE RECORD IS
000040*    APPENDED BY EACH STEP OF THE NIGHTLY CHAIN (TRNMERGE,
000050*    EMPEDIT, EMPMAINT, EMPARCH, MSTCOMP, EXAMPLE, AND THE
000055*    PAYFEED BRANCH OFF EMPMAINT) AT CLEAN END OF JOB.  THE
000060*    RUNCHECK SUBPROGRAM READS THE FILE AT STEP START TO
000070*    REFUSE A STEP WHOSE PREDECESSOR HAS NOT COMPLETED FOR
000080*    THE BUSINESS DATE, OR ONE THAT ALREADY COMPLETED FOR IT.
000150*    2026-09-02 DLW   ORIGINAL.
000151*    2026-09-02 DLW   BUSINESS DATE WIDENED TO AN 8-DIGIT
000152*                     CENTURY DATE.
000153*    2026-10-15 DLW   PAYFEED NOW STAMPS ITS COMPLETION HERE.
000154*    2026-10-15 DLW   MSTCOMP NOW STAMPS ITS COMPLETION HERE,
000155*                     BETWEEN EMPMAINT AND EXAMPLE.
000156*    2026-10-15 DLW   EMPARCH NOW STAMPS ITS COMPLETION HERE,
000157*                     BETWEEN EMPMAINT AND MSTCOMP.
000160************************************************************
000170 01  RUN-CTL-RECORD.
000180     05  RUN-STEP-NAME               PIC X(08).
