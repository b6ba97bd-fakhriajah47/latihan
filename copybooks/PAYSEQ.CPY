000010************************************************************
000020*    PAYSEQ.CPY
000030*    PAYROLL FEED SEQUENCE CONTROL RECORD LAYOUT - ONE RECORD
000040*    PER BUSINESS DATE FOR WHICH A PAYROLL CHANGE FILE HAS
000050*    BEEN ISSUED, CARRYING THE SEQUENCE NUMBER ASSIGNED TO IT.
000060*    A RERUN FOR A DATE ALREADY ON THE FILE REUSES ITS NUMBER;
000070*    A NEW DATE TAKES THE HIGHEST NUMBER ON FILE PLUS ONE.
000080*    USED BY:  PAYFEED  (PAY-SEQUENCE-FILE)
000090*
000100*    MODIFICATION HISTORY
000110*    DATE       INIT  DESCRIPTION
000120*    ---------  ----  ------------------------------------
000130*    2026-10-15 DLW   ORIGINAL.
000140************************************************************
000150 01  PSQ-RECORD.
000160     05  PSQ-BUS-DATE                PIC 9(08).
000170     05  FILLER                      PIC X(01).
000180     05  PSQ-SEQ-NBR                 PIC 9(06).
000190     05  FILLER                      PIC X(01).
000200     05  PSQ-ISSUE-TIME              PIC 9(06).
