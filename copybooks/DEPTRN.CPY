000070*    DATE       INIT  DESCRIPTION
000080*    ---------  ----  ------------------------------------
000090*    2026-09-02 DLW   ORIGINAL.
000091*    2026-10-15 DLW   ADDED THE REORG TRANSACTION - MOVES EVERY
000092*                     EMPLOYEE OF DTR-DEPT-CODE TO THE TARGET
000093*                     DEPARTMENT AS OF THE EFFECTIVE DATE.  THE
000094*                     TARGET AND DATE REDEFINE THE NAME FIELD.
000095*    2026-10-15 DLW   ADDED THE AUTHORIZED HEADCOUNT AND ITS
000096*                     BUDGET EFFECTIVE DATE FOR ADD AND CHANGE.
000097*                     BOTH BLANK LEAVES THE BUDGET AS IT IS.
000100************************************************************
000110 01  DEP-TRANS-RECORD.
000120     05  DTR-CODE                    PIC X(01).
000130         88  DTR-ADD                          VALUE 'A'.
000140         88  DTR-CHANGE                       VALUE 'C'.
000150         88  DTR-DELETE                       VALUE 'D'.
000155         88  DTR-REORG                        VALUE 'R'.
000160     05  DTR-DEPT-CODE               PIC X(03).
000170     05  DTR-DEPT-NAME               PIC X(20).
000171     05  DTR-REORG-DATA REDEFINES DTR-DEPT-NAME.
000172         10  DTR-TO-DEPT-CODE        PIC X(03).
000173         10  DTR-REORG-EFF-DATE      PIC X(08).
000174         10  DTR-REORG-EFF-DATE-NUM REDEFINES DTR-REORG-EFF-DATE
000175                                     PIC 9(08).
000176         10  FILLER                  PIC X(09).
000180     05  DTR-MANAGER                 PIC X(15).
000190     05  DTR-ACTIVE-FLAG             PIC X(01).
000200         88  DTR-FLAG-VALID                   VALUE 'A' 'I'.
000210     05  DTR-AUTH-HEADCOUNT          PIC X(05).
000220     05  DTR-AUTH-HEADCOUNT-NUM REDEFINES DTR-AUTH-HEADCOUNT
000230                                     PIC 9(05).
000240     05  DTR-BUDGET-EFF-DATE         PIC X(08).
000250     05  DTR-BUDGET-EFF-DATE-NUM REDEFINES DTR-BUDGET-EFF-DATE
000260                                     PIC 9(08).
