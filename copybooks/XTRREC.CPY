000010************************************************************
000020*    XTRREC.CPY
000030*    DOWNSTREAM EXTRACT RECORD LAYOUT - EMPLOYEE ID AND NAME
000040*    PAIRED WITH THE FACTORIAL RESULT ASSIGNED TO THAT
000045*    EMPLOYEE FOR THE RUN.
000050*    USED BY:  EXAMPLE  (EXTRACT-FILE)
000055*              ACKRECON (EXTRACT-FILE)
000060*
000070*    MODIFICATION HISTORY
000080*    DATE       INIT  DESCRIPTION
000103*                     COMPUTATION.
000104*    2026-09-02 DLW   XTR-EMP-NAME WIDENED TO 35 BYTES FOR THE
000105*                     FIRST/LAST NAME EXPANSION OF EMP-RECORD.
000106*    2026-10-15 DLW   ADDED XTR-EMP-ID SO EACH ROW IS TIED TO ITS
000107*                     EMPLOYEE BY KEY, NOT BY NAME OR POSITION.
000108*    2026-10-15 DLW   ADDED XTR-CALC-TYPE, XTR-N-VALUE AND
000109*                     XTR-R-VALUE - EACH ROW NOW SAYS WHICH
000110*                     FACTORIAL, PERMUTATION OR COMBINATION IT
000111*                     CARRIES.  A CONTROL-CARD CALCULATION HAS
000112*                     A BLANK EMPLOYEE ID AND NAME.
000113************************************************************
000120 01  XTR-RECORD.
000125     05  XTR-EMP-ID                  PIC X(05).
000130     05  XTR-EMP-NAME                PIC X(35).
000140     05  XTR-FACT-RESULT             PIC 9(31).
000142     05  XTR-CALC-TYPE               PIC X(01).
000144     05  XTR-N-VALUE                 PIC 9(03).
000146     05  XTR-R-VALUE                 PIC 9(03).
000150     05  FILLER                      PIC X(05).
