000070*    AN ADD HAS A SPACE BEFORE IMAGE; A DELETE HAS A SPACE
000080*    AFTER IMAGE.
000090*    USED BY:  EMPMAINT (JOURNAL-FILE)
000095*              EMPARCH  (JOURNAL-FILE)
000096*              INTEGCHK (JOURNAL-FILE)
000097*              PAYFEED  (JOURNAL-FILE)
000098*              MSTCOMP  (JOURNAL-FILE)
000099*              JRNRCVR  (JOURNAL-FILE)
000100*              EMPINQ   (JOURNAL-FILE)
000101*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT  DESCRIPTION
000130*    ---------  ----  ------------------------------------
000148*    2026-09-02 DLW   RUN DATE WIDENED TO AN 8-DIGIT CENTURY
000149*                     DATE AND IMAGES TO THE 60-BYTE
000151*                     EMP-RECORD.
000152*    2026-10-15 DLW   ADDED JRN-OPERATOR-ID, CARRIED FROM THE
000153*                     TRANSACTION, SO EVERY CHANGE SHOWS WHO
000154*                     ASKED FOR IT.  APPENDED AT THE END SO
000155*                     JOURNAL RECORDS WRITTEN BEFORE IT READ
000156*                     WITH A BLANK OPERATOR.
000157*    2026-10-15 DLW   EMPARCH NOW JOURNALS EACH TERMINATED
000158*                     EMPLOYEE IT MOVES TO THE FORMER-EMPLOYEE
000159*                     HISTORY FILE AS A DELETE WITH SOURCE
000161*                     'ARCHIVE ' AND OPERATOR EMPARCH.
000162************************************************************
000163 01  JRN-RECORD.
000170     05  JRN-RUN-DATE                PIC 9(08).
000180     05  JRN-RUN-TIME                PIC 9(06).
000190     05  JRN-TRANS-SOURCE            PIC X(08).
000210     05  JRN-EMP-ID                  PIC X(05).
000220     05  JRN-BEFORE-IMAGE            PIC X(60).
000230     05  JRN-AFTER-IMAGE             PIC X(60).
000240     05  JRN-OPERATOR-ID             PIC X(08).
