000080*    USED BY:  DEPMAINT (DEPT-MASTER)
000090*              EMPEDIT  (DEPT-MASTER)
000100*              EXAMPLE  (DEPT-MASTER)
000102*              CORENTRY (DEPT-MASTER)
000104*              HDCRPT   (DEPT-MASTER)
000106*              INTEGCHK (DEPT-MASTER)
000108*              TENRPT   (DEPT-MASTER)
000110*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT  DESCRIPTION
000140*    ---------  ----  ------------------------------------
000150*    2026-09-02 DLW   ORIGINAL.
000152*    2026-10-15 DLW   ADDED THE AUTHORIZED HEADCOUNT FINANCE
000154*                     GIVES THE DEPARTMENT AND THE DATE THAT
000156*                     BUDGET TOOK EFFECT.  A ZERO DATE MEANS NO
000158*                     BUDGET IS ON FILE FOR THE DEPARTMENT.
000160************************************************************
000170 01  DEP-RECORD.
000180     05  DEP-CODE                    PIC X(03).
000210     05  DEP-ACTIVE-FLAG             PIC X(01).
000220         88  DEP-ACTIVE                       VALUE 'A'.
000230         88  DEP-INACTIVE                     VALUE 'I'.
000240     05  DEP-AUTH-HEADCOUNT          PIC 9(05).
000250     05  DEP-BUDGET-EFF-DATE         PIC 9(08).
000260         88  DEP-NO-BUDGET                    VALUE ZERO.
