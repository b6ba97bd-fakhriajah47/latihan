000010************************************************************
000020*    FASTRN.CPY
000030*    FACTORIAL ASSIGNMENT MAINTENANCE TRANSACTION RECORD
000040*    LAYOUT.
000050*    USED BY:  FASMAINT (ASSIGN-TRANS)
000060*
000070*    MODIFICATION HISTORY
000080*    DATE       INIT  DESCRIPTION
000090*    ---------  ----  ------------------------------------
000100*    2026-10-15 DLW   ORIGINAL.
000110************************************************************
000120 01  FAS-TRANS-RECORD.
000130     05  FAT-CODE                    PIC X(01).
000140         88  FAT-ADD                          VALUE 'A'.
000150         88  FAT-CHANGE                       VALUE 'C'.
000160         88  FAT-DELETE                       VALUE 'D'.
000170     05  FAT-EMP-ID                  PIC X(05).
000180     05  FAT-FACTORIAL-N             PIC X(03).
000190     05  FAT-FACTORIAL-N-NUM REDEFINES FAT-FACTORIAL-N
000200                                     PIC 9(03).
000210     05  FILLER                      PIC X(11).
