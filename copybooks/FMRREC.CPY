000010************************************************************
000020*    FMRREC.CPY
000030*    FORMER-EMPLOYEE HISTORY RECORD LAYOUT - ONE RECORD PER
000040*    TERMINATED EMPLOYEE MOVED OFF EMPLOYEE-MASTER ONCE PAST
000050*    THE RETENTION PERIOD.  KEYED BY THE OLD EMPLOYEE ID, WITH
000060*    AN ALTERNATE KEY OF NAME AND HIRE DATE (DUPLICATES
000070*    ALLOWED) SO AN ADD CAN BE MATCHED TO A FORMER EMPLOYEE.
000080*    USED BY:  EMPARCH  (FORMER-EMPLOYEE)
000090*              EMPEDIT  (FORMER-EMPLOYEE)
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT  DESCRIPTION
000130*    ---------  ----  ------------------------------------
000140*    2026-10-15 DLW   ORIGINAL.
000150************************************************************
000160 01  FMR-RECORD.
000170     05  FMR-EMP-ID                  PIC X(05).
000180     05  FMR-MATCH-KEY.
000190         10  FMR-LAST-NAME           PIC X(20).
000200         10  FMR-FIRST-NAME          PIC X(15).
000210         10  FMR-HIRE-DATE           PIC 9(08).
000220     05  FMR-DEPT-CODE               PIC X(03).
000230     05  FMR-STATUS                  PIC X(01).
000240     05  FMR-LAST-MAINT-DATE         PIC 9(08).
000250     05  FMR-ARCHIVE-DATE            PIC 9(08).
