000010************************************************************
000020*    OPRREC.CPY
000030*    OPERATOR AUTHORITY RECORD LAYOUT - ONE RECORD PER
000040*    OPERATOR AND DEPARTMENT, SAYING WHICH MAINTENANCE
000050*    TRANSACTION CODES THE OPERATOR MAY SUBMIT FOR EMPLOYEES
000060*    OF THAT DEPARTMENT.  A DEPARTMENT OF '***' COVERS EVERY
000070*    DEPARTMENT.  AN OPERATOR OR DEPARTMENT WITH NO RECORD
000080*    HAS NO AUTHORITY.
000090*    USED BY:  EMPEDIT  (OPERATOR-AUTHORITY)
000095*              CORENTRY (OPERATOR-AUTHORITY)
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT  DESCRIPTION
000130*    ---------  ----  ------------------------------------
000140*    2026-10-15 DLW   ORIGINAL.
000150************************************************************
000160 01  OPR-RECORD.
000170     05  OPR-OPERATOR-ID             PIC X(08).
000180     05  FILLER                      PIC X(01).
000190     05  OPR-DEPT-CODE               PIC X(03).
000200         88  OPR-ALL-DEPTS                    VALUE '***'.
000210     05  FILLER                      PIC X(01).
000220     05  OPR-ADD-AUTH                PIC X(01).
000230         88  OPR-MAY-ADD                      VALUE 'Y'.
000240     05  OPR-CHANGE-AUTH             PIC X(01).
000250         88  OPR-MAY-CHANGE                   VALUE 'Y'.
000260     05  OPR-DELETE-AUTH             PIC X(01).
000270         88  OPR-MAY-DELETE                   VALUE 'Y'.
000280     05  FILLER                      PIC X(04).
