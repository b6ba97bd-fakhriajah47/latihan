000010************************************************************
000020*    CHKREC.CPY
000030*    FACTORIAL BATCH-STEP CHECKPOINT RECORD LAYOUT.
000040*    ONE RECORD IS WRITTEN PER EMPLOYEE ASSIGNMENT COMPLETED,
000050*    SO THE STEP CAN SKIP COMPLETED ASSIGNMENTS ON RERUN.
000060*    USED BY:  EXAMPLE (CHECKPOINT-FILE)
000070*
000080*    MODIFICATION HISTORY
000117*                     COMPLETED, NOT JUST THE FACT THAT IT RAN.
000118*    2026-08-22 DLW   CHK-RESULT WIDENED TO 31 DIGITS FOR THE
000119*                     EXTENDED-PRECISION FACTORIAL COMPUTATION.
000120*    2026-10-15 DLW   ADDED CHK-EMP-ID - THE FACTORIAL STEP IS
000121*                     NOW DRIVEN BY THE ASSIGNMENT FILE KEYED BY
000122*                     EMPLOYEE ID.
000123*    2026-10-15 DLW   ADDED CHK-CALC-TYPE AND CHK-R-VALUE SO A
000124*                     RESTART MATCHES A PERMUTATION OR
000125*                     COMBINATION ON BOTH OPERANDS.  A BLANK
000126*                     TYPE IS A FACTORIAL.
000127************************************************************
000130 01  CHK-RECORD.
000140     05  CHK-N-VALUE                 PIC 9(03).
000150     05  FILLER                      PIC X(02) VALUE SPACES.
000160     05  CHK-STATUS                  PIC X(08).
000170     05  FILLER                      PIC X(02) VALUE SPACES.
000180     05  CHK-RESULT                  PIC 9(31).
000190     05  FILLER                      PIC X(02) VALUE SPACES.
000200     05  CHK-EMP-ID                  PIC X(05).
000210     05  FILLER                      PIC X(02) VALUE SPACES.
000220     05  CHK-CALC-TYPE               PIC X(01).
000230     05  FILLER                      PIC X(02) VALUE SPACES.
000240     05  CHK-R-VALUE                 PIC 9(03).
