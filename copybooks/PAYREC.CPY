000010************************************************************
000020*    PAYREC.CPY
000030*    OUTBOUND PAYROLL CHANGE FILE RECORD LAYOUT - ONE HEADER
000040*    CARRYING THE BUSINESS DATE AND FILE SEQUENCE NUMBER, ONE
000050*    TYPED DETAIL PER PAYROLL EVENT TAKEN FROM THE DAY'S
000060*    MAINTENANCE JOURNAL, AND ONE TRAILER CARRYING THE RECORD
000070*    COUNTS AND A HASH TOTAL OF THE DETAIL EMPLOYEE IDS.  THE
000080*    CURRENT FIELDS OF A DETAIL ARE THE EMPLOYEE AS IT STANDS
000090*    AFTER THE EVENT; THE OLD FIELDS ARE AS IT STOOD BEFORE.
000100*    USED BY:  PAYFEED  (PAYROLL-FEED)
000110*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT  DESCRIPTION
000140*    ---------  ----  ------------------------------------
000150*    2026-10-15 DLW   ORIGINAL.
000160************************************************************
000170 01  PAY-RECORD.
000180     05  PAY-REC-TYPE                PIC X(02).
000190         88  PAY-HEADER                       VALUE 'HD'.
000200         88  PAY-NEW-HIRE                     VALUE 'NH'.
000210         88  PAY-TRANSFER                     VALUE 'XF'.
000220         88  PAY-STATUS-CHANGE                VALUE 'SC'.
000230         88  PAY-NAME-CHANGE                  VALUE 'NC'.
000240         88  PAY-TERMINATION                  VALUE 'TM'.
000250         88  PAY-TRAILER                      VALUE 'TL'.
000260     05  PAY-REC-BODY                PIC X(118).
000270     05  PAY-HEADER-BODY REDEFINES PAY-REC-BODY.
000280         10  PAY-HDR-BUS-DATE        PIC 9(08).
000290         10  PAY-HDR-SEQ-NBR         PIC 9(06).
000300         10  PAY-HDR-SYSTEM-ID       PIC X(08).
000310         10  FILLER                  PIC X(96).
000320     05  PAY-DETAIL-BODY REDEFINES PAY-REC-BODY.
000330         10  PAY-DTL-EMP-ID          PIC X(05).
000340         10  PAY-DTL-EMP-ID-NUM REDEFINES PAY-DTL-EMP-ID
000350                                     PIC 9(05).
000360         10  PAY-DTL-EFF-DATE        PIC 9(08).
000370         10  PAY-DTL-FIRST-NAME      PIC X(15).
000380         10  PAY-DTL-LAST-NAME       PIC X(20).
000390         10  PAY-DTL-DEPT-CODE       PIC X(03).
000400         10  PAY-DTL-STATUS          PIC X(01).
000410         10  PAY-DTL-HIRE-DATE       PIC X(08).
000420         10  PAY-DTL-OLD-FIRST-NAME  PIC X(15).
000430         10  PAY-DTL-OLD-LAST-NAME   PIC X(20).
000440         10  PAY-DTL-OLD-DEPT-CODE   PIC X(03).
000450         10  PAY-DTL-OLD-STATUS      PIC X(01).
000460         10  FILLER                  PIC X(19).
000470     05  PAY-TRAILER-BODY REDEFINES PAY-REC-BODY.
000480         10  PAY-TRL-BUS-DATE        PIC 9(08).
000490         10  PAY-TRL-SEQ-NBR         PIC 9(06).
000500         10  PAY-TRL-RECORD-COUNT    PIC 9(07).
000510         10  PAY-TRL-DETAIL-COUNT    PIC 9(07).
000520         10  PAY-TRL-NEW-HIRE-COUNT  PIC 9(05).
000530         10  PAY-TRL-TRANSFER-COUNT  PIC 9(05).
000540         10  PAY-TRL-STATUS-COUNT    PIC 9(05).
000550         10  PAY-TRL-NAME-COUNT      PIC 9(05).
000560         10  PAY-TRL-TERM-COUNT      PIC 9(05).
000570         10  PAY-TRL-HASH-TOTAL      PIC 9(12).
000580         10  FILLER                  PIC X(53).
