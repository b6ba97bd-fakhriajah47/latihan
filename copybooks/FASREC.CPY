000010************************************************************
000020*    FASREC.CPY
000030*    FACTORIAL ASSIGNMENT RECORD LAYOUT - ONE RECORD PER
000040*    EMPLOYEE ID, NAMING THE N WHOSE FACTORIAL IS COMPUTED
000050*    AND FED DOWNSTREAM FOR THAT EMPLOYEE.
000060*    USED BY:  FASMAINT (FACT-ASSIGN)
000070*              EXAMPLE  (FACT-ASSIGN)
000080*
000090*    MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------
000120*    2026-10-15 DLW   ORIGINAL.
000130************************************************************
000140 01  FAS-RECORD.
000150     05  FAS-EMP-ID                  PIC X(05).
000160     05  FAS-FACTORIAL-N             PIC 9(03).
000170     05  FAS-LAST-MAINT-DATE         PIC 9(08).
000180     05  FILLER                      PIC X(04).
