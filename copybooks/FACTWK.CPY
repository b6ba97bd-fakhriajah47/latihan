000010************************************************************
000020*    FACTWK.CPY
000030*    PARAMETER AREA FOR THE FACTCALC EXTENDED-PRECISION
000040*    FACTORIAL SUBPROGRAM.  THE CALLER SETS FCW-N, AND FOR A
000050*    PERMUTATION OR COMBINATION FCW-CALC-TYPE AND FCW-R;
000053*    FACTCALC RETURNS THE 31-DIGIT RESULT AND THE OVERFLOW
000056*    SWITCH.
000060*    USED BY:  EXAMPLE  (CALLER)
000070*              FACTCALC (LINKAGE SECTION)
000080*
000100*    DATE       INIT  DESCRIPTION
000110*    ---------  ----  ------------------------------------
000120*    2026-08-22 DLW   ORIGINAL.
000122*    2026-10-15 DLW   ADDED FCW-CALC-TYPE AND FCW-R FOR THE
000124*                     PERMUTATION (NPR) AND COMBINATION (NCR)
000126*                     CALCULATIONS.  A BLANK TYPE IS A FACTORIAL.
000130************************************************************
000140 01  FCW-PARAMETERS.
000150     05  FCW-N                       PIC 9(03).
000170     05  FCW-OVERFLOW-SW             PIC X(01).
000180         88  FCW-OVERFLOW                     VALUE 'Y'.
000190         88  FCW-NO-OVERFLOW                  VALUE 'N'.
000200     05  FCW-CALC-TYPE               PIC X(01).
000210         88  FCW-FACTORIAL                    VALUE 'F' ' '.
000220         88  FCW-PERMUTATION                  VALUE 'P'.
000230         88  FCW-COMBINATION                  VALUE 'C'.
000240     05  FCW-R                       PIC 9(03).
