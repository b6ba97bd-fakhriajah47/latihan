000050*    NUMBER OF DAYS OF RECORDS TO RETAIN ON THE LIVE FILE;
000060*    A FILE WITHOUT A CARD IS NOT PROCESSED.
000070*    USED BY:  ARCPURGE (PURGE-CONTROL)
000075*              EMPARCH  (PURGE-CONTROL)
000080*
000090*    MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------
000120*    2026-08-22 DLW   ORIGINAL.
000122*    2026-10-15 DLW   ADDED THE EMPMAST CARD - THE RETENTION
000124*                     DAYS AFTER WHICH EMPARCH MOVES A
000126*                     TERMINATED EMPLOYEE TO THE FORMER-
000128*                     EMPLOYEE HISTORY FILE.
000130************************************************************
000140 01  PRG-CARD.
000150     05  PRG-FILE-KEYWORD            PIC X(08).
000160         88  PRG-AUDFILE-CARD                 VALUE 'AUDFILE '.
000170         88  PRG-ERRFILE-CARD                 VALUE 'ERRFILE '.
000180         88  PRG-REJFILE-CARD                 VALUE 'REJFILE '.
000185         88  PRG-EMPMAST-CARD                 VALUE 'EMPMAST '.
000190     05  FILLER                      PIC X(01).
000200     05  PRG-RETAIN-DAYS             PIC X(05).
000210     05  PRG-RETAIN-DAYS-NUM REDEFINES PRG-RETAIN-DAYS
