000060*    EXAMPLE RUN CAN PROVE THE MASTER IT READS IS THE MASTER
000070*    EMPMAINT PRODUCED.
000080*    USED BY:  EMPMAINT (BALANCE-FILE)
000085*              EMPARCH  (BALANCE-FILE)
000090*              EXAMPLE  (BALANCE-FILE)
000095*              JRNRCVR  (BALANCE-FILE)
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT  DESCRIPTION
000140*    2026-08-22 DLW   ORIGINAL.
000141*    2026-09-02 DLW   RUN DATE WIDENED TO AN 8-DIGIT CENTURY
000142*                     DATE.
000143*    2026-10-15 DLW   ADDED BAL-ARCHIVE-COUNT - TERMINATED
000144*                     EMPLOYEES MOVED OFF THE MASTER BY
000145*                     EMPARCH FOR THE RUN DATE.  EMPMAINT
000146*                     WRITES IT AS ZERO; EMPARCH SETS IT AND
000147*                     TAKES IT OUT OF THE CLOSING COUNT.
000150************************************************************
000160 01  BAL-RECORD.
000170     05  BAL-RUN-DATE                PIC 9(08).
000200     05  BAL-CHANGE-COUNT            PIC 9(05).
000210     05  BAL-DELETE-COUNT            PIC 9(05).
000220     05  BAL-CLOSING-COUNT           PIC 9(05).
000230     05  BAL-ARCHIVE-COUNT           PIC 9(05).
