000010************************************************************
000020*    CTLREC.CPY
000030*    CONTROL-CARD RECORD LAYOUT FOR THE FACTORIAL BATCH STEP.
000040*    KEYWORD PARAMETER CARDS FOR THE RUN; EACH EMPLOYEE'S N
000045*    NOW COMES FROM THE FACTORIAL ASSIGNMENT FILE (FASREC).
000050*    USED BY:  EXAMPLE (CONTROL-FILE)
000060*
000070*    MODIFICATION HISTORY
000105*                     CODE) RATHER THAN AN N VALUE.
000106*    2026-08-22 DLW   ADDED THE RUNMODE CARD (DELTA OR FULL)
000107*                     SELECTING DELTA PROCESSING FOR THE RUN.
000108*    2026-10-15 DLW   N CARDS RETIRED - THE FACTORIAL STEP IS
000109*                     DRIVEN BY THE ASSIGNMENT FILE KEYED BY
000110*                     EMPLOYEE ID; A NUMERIC CARD IS IGNORED.
000111*    2026-10-15 DLW   ADDED THE CTL-CALC-CARD VIEW - A FACT,
000112*                     PERM OR COMB CARD CARRYING N AND R ASKS
000113*                     FOR ONE FACTORIAL, PERMUTATION (NPR) OR
000114*                     COMBINATION (NCR) OUTSIDE THE EMPLOYEE
000115*                     ASSIGNMENTS.  R IS NOT USED ON A FACT CARD.
000116************************************************************
000120 01  CTL-RECORD.
000130     05  CTL-FACTORIAL-N             PIC 9(03).
000140     05  FILLER                      PIC X(17).
000220     05  CTL-PARM-VALUE-NUM REDEFINES CTL-PARM-VALUE
000230                                     PIC 9(05).
000240     05  FILLER                      PIC X(06).
000250
000260 01  CTL-CALC-CARD.
000270     05  CTL-CALC-KEYWORD            PIC X(08).
000280         88  CTL-FACT-CARD                    VALUE 'FACT    '.
000290         88  CTL-PERM-CARD                    VALUE 'PERM    '.
000300         88  CTL-COMB-CARD                    VALUE 'COMB    '.
000310         88  CTL-CALC-TYPE-CARD               VALUE 'FACT    '
000320                                                    'PERM    '
000330                                                    'COMB    '.
000340     05  FILLER                      PIC X(01).
000350     05  CTL-CALC-N                  PIC X(03).
000360     05  CTL-CALC-N-NUM REDEFINES CTL-CALC-N
000370                                     PIC 9(03).
000380     05  FILLER                      PIC X(01).
000390     05  CTL-CALC-R                  PIC X(03).
000400     05  CTL-CALC-R-NUM REDEFINES CTL-CALC-R
000410                                     PIC 9(03).
000420     05  FILLER                      PIC X(04).
