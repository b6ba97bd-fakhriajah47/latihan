000020*    ACKREC.CPY
000030*    INBOUND ACKNOWLEDGMENT RECORD LAYOUT - ONE RECORD PER
000040*    EXTRACT ROW THE DOWNSTREAM SYSTEM ACCEPTED OR REJECTED,
000050*    MIRRORING THE EMPLOYEE ID, NAME AND FACTORIAL RESULT OF
000055*    XTR-RECORD.
000060*    USED BY:  ACKRECON (ACK-FILE)
000070*
000080*    MODIFICATION HISTORY
000110*    2026-08-22 DLW   ORIGINAL.
000111*    2026-09-02 DLW   ACK-EMP-NAME WIDENED TO 35 BYTES TO
000112*                     MATCH THE EXPANDED XTR-RECORD.
000113*    2026-10-15 DLW   ADDED ACK-EMP-ID, THE KEY RECONCILIATION
000114*                     NOW MATCHES ON.
000120************************************************************
000130 01  ACK-RECORD.
000135     05  ACK-EMP-ID                  PIC X(05).
000140     05  ACK-EMP-NAME                PIC X(35).
000150     05  ACK-FACT-RESULT             PIC 9(31).
000160     05  ACK-DISPOSITION             PIC X(01).
