000154*    2026-09-02 DLW   ADDED THE EFFDT FIELD KEYWORD FOR THE
000155*                     EFFECTIVE-DATE EXPANSION OF
000156*                     EMP-TRANS-RECORD.
000157*    2026-10-15 DLW   ADDED THE OPERATOR FIELD KEYWORD SO A
000158*                     CARD REJECTED FOR OPERATOR AUTHORITY CAN
000159*                     BE RESUBMITTED UNDER AN AUTHORIZED
000160*                     OPERATOR - IT IS EDITED AGAIN AGAINST THE
000161*                     AUTHORITY TABLE ON THE WAY BACK IN.
000162************************************************************
000170 01  COR-CARD.
000180     05  COR-EMP-ID                  PIC X(05).
000190     05  FILLER                      PIC X(01).
000240         88  COR-HIREDT-CARD                  VALUE 'HIREDT  '.
000245         88  COR-EFFDT-CARD                   VALUE 'EFFDT   '.
000250         88  COR-TRNCODE-CARD                 VALUE 'TRNCODE '.
000255         88  COR-OPERATOR-CARD                VALUE 'OPERATOR'.
000260         88  COR-DROP-CARD                    VALUE 'DROP    '.
000270     05  FILLER                      PIC X(01).
000280     05  COR-NEW-VALUE               PIC X(35).
