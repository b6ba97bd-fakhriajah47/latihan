000010************************************************************
000020*    ERRREC.CPY
000030*    FACTORIAL OVERFLOW EXCEPTION LOG RECORD LAYOUT.
000040*    USED BY:  EXAMPLE  (ERROR-LOG-FILE)
000045*              ARCPURGE (ERROR-LOG-FILE)
000050*
000060*    MODIFICATION HISTORY
000070*    DATE       INIT  DESCRIPTION
000093*                     THE LOG.
000094*    2026-09-02 DLW   RUN DATE WIDENED TO AN 8-DIGIT CENTURY
000095*                     DATE.
000096*    2026-10-15 DLW   ADDED ERR-CALC-TYPE, ERR-R-VALUE AND
000097*                     ERR-EMP-ID AFTER THE RUN DATE SO AN
000098*                     OVERFLOW NAMES THE EXACT CALCULATION; THE
000099*                     EMPLOYEE ID IS BLANK FOR A CONTROL-CARD
000100*                     CALCULATION.
000101************************************************************
000110 01  ERR-RECORD.
000120     05  ERR-N-VALUE                 PIC 9(03).
000130     05  FILLER                      PIC X(02) VALUE SPACES.
000140     05  ERR-REASON                  PIC X(40).
000150     05  FILLER                      PIC X(01) VALUE SPACES.
000160     05  ERR-RUN-DATE                PIC 9(08).
000170     05  FILLER                      PIC X(01) VALUE SPACES.
000180     05  ERR-CALC-TYPE               PIC X(01).
000190     05  FILLER                      PIC X(01) VALUE SPACES.
000200     05  ERR-R-VALUE                 PIC 9(03).
000210     05  FILLER                      PIC X(01) VALUE SPACES.
000220     05  ERR-EMP-ID                  PIC X(05).
