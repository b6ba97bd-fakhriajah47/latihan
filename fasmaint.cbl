000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FASMAINT.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - APPLIES ADD/CHANGE/DELETE
000120*                     TRANSACTIONS TO THE FACTORIAL ASSIGNMENT
000130*                     FILE, KEYED BY EMPLOYEE ID, THAT SAYS
000140*                     WHICH N EACH EMPLOYEE'S EXTRACT ROW
000150*                     CARRIES, IN THE STYLE OF THE DEPMAINT
000160*                     STEP, AND PRINTS A MAINTENANCE REGISTER
000170*                     OF THE DAY'S ASSIGNMENT ACTIVITY.  AN ADD
000180*                     MUST NAME AN EMPLOYEE ON THE MASTER.
000190*****************************************************************
000200
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000240 OBJECT-COMPUTER.   IBM-370.
000250
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT FACT-ASSIGN     ASSIGN TO FACTASGN
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS FAS-EMP-ID
000320         FILE STATUS IS WS-ASSIGN-FILE-STATUS.
000330     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS EMP-ID
000370         FILE STATUS IS WS-MASTER-FILE-STATUS.
000380     SELECT ASSIGN-TRANS    ASSIGN TO FASTRAN
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT ASSIGN-REGISTER ASSIGN TO FASRPT
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  FACT-ASSIGN
000460     LABEL RECORDS ARE STANDARD.
000470     COPY FASREC.
000480
000490 FD  EMPLOYEE-MASTER
000500     LABEL RECORDS ARE STANDARD.
000510     COPY EMPREC.
000520
000530 FD  ASSIGN-TRANS
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560     COPY FASTRN.
000570
000580 FD  ASSIGN-REGISTER
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  REG-RECORD                      PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640*****************************************************************
000650*    SWITCHES
000660*****************************************************************
000670 01  WS-SWITCHES.
000680     05  WS-TRANS-EOF-SW             PIC X(01)   VALUE 'N'.
000690         88  TRANS-EOF                           VALUE 'Y'.
000700         88  TRANS-NOT-EOF                        VALUE 'N'.
000710     05  WS-EMPLOYEE-FOUND-SW        PIC X(01)   VALUE 'N'.
000720         88  EMPLOYEE-FOUND                       VALUE 'Y'.
000730         88  EMPLOYEE-NOT-FOUND                   VALUE 'N'.
000740
000750 01  WS-ASSIGN-FILE-STATUS           PIC X(02)   VALUE '00'.
000760     88  WS-ASSIGN-FILE-OK                        VALUE '00'.
000770     88  WS-ASSIGN-FILE-NOT-FOUND                 VALUE '35'.
000780
000790 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
000800     88  WS-MASTER-FILE-OK                        VALUE '00'.
000810
000820*****************************************************************
000830*    RUN TOTALS
000840*****************************************************************
000850 01  WS-TOTALS.
000860     05  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
000870     05  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
000880     05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
000890     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
000900
000910 01  WS-RUN-DATE                     PIC 9(08).
000920 01  WS-OLD-N                        PIC X(03)   VALUE SPACES.
000930 01  WS-EMPLOYEE-NAME                PIC X(35)   VALUE SPACES.
000940
000950*****************************************************************
000960*    BUSINESS-DATE PARAMETER AREA
000970*****************************************************************
000980     COPY BDTWRK.
000990
001000*****************************************************************
001010*    MAINTENANCE REGISTER CONTROL AND PRINT LINES
001020*****************************************************************
001030 01  WS-REGISTER-CONTROL.
001040     05  WS-PAGE-NBR                 PIC 9(03) COMP    VALUE ZERO.
001050     05  WS-LINE-CTR                 PIC 9(03) COMP    VALUE 99.
001060     05  WS-MAX-LINES                PIC 9(03) COMP    VALUE 50.
001070
001080 01  WS-REG-HEADING-LINE.
001090     05  FILLER      PIC X(30) VALUE
001100         'FACTORIAL ASSIGNMENT REGISTER '.
001110     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
001120     05  WS-HDR-RUN-DATE             PIC 9(08).
001130     05  FILLER                      PIC X(05) VALUE SPACES.
001140     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
001150     05  WS-HDR-PAGE-NBR             PIC ZZ9.
001160     05  FILLER                      PIC X(20) VALUE SPACES.
001170
001180 01  WS-REG-COLUMN-LINE.
001190     05  FILLER                      PIC X(08) VALUE 'EMP ID'.
001200     05  FILLER                      PIC X(09) VALUE 'ACTION'.
001210     05  FILLER                      PIC X(07) VALUE 'OLD N'.
001220     05  FILLER                      PIC X(07) VALUE 'NEW N'.
001230     05  FILLER                      PIC X(35) VALUE 'EMPLOYEE'.
001240     05  FILLER                      PIC X(14) VALUE SPACES.
001250
001260 01  WS-REG-DETAIL-LINE.
001270     05  WS-REG-EMP-ID               PIC X(05).
001280     05  FILLER                      PIC X(03) VALUE SPACES.
001290     05  WS-REG-ACTION               PIC X(06).
001300     05  FILLER                      PIC X(03) VALUE SPACES.
001310     05  WS-REG-OLD-N                PIC X(03).
001320     05  FILLER                      PIC X(04) VALUE SPACES.
001330     05  WS-REG-NEW-N                PIC X(03).
001340     05  FILLER                      PIC X(04) VALUE SPACES.
001350     05  WS-REG-EMP-NAME             PIC X(35).
001360     05  FILLER                      PIC X(14) VALUE SPACES.
001370
001380 01  WS-REG-TOTAL-LINE.
001390     05  FILLER                      PIC X(07) VALUE 'ADDS: '.
001400     05  WS-REG-TOT-ADDS             PIC ZZZZ9.
001410     05  FILLER            PIC X(11) VALUE '  CHANGES: '.
001420     05  WS-REG-TOT-CHANGES          PIC ZZZZ9.
001430     05  FILLER            PIC X(11) VALUE '  DELETES: '.
001440     05  WS-REG-TOT-DELETES          PIC ZZZZ9.
001450     05  FILLER            PIC X(11) VALUE '  REJECTS: '.
001460     05  WS-REG-TOT-REJECTS          PIC ZZZZ9.
001470     05  FILLER                      PIC X(20) VALUE SPACES.
001480
001490 01  WS-REG-TRAILER-LINE.
001500     05  FILLER        PIC X(23) VALUE '*** END OF REGISTER ***'.
001510     05  FILLER                      PIC X(57) VALUE SPACES.
001520
001530 PROCEDURE DIVISION.
001540*****************************************************************
001550*    0000-MAINLINE
001560*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE RUN.
001570*****************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
001600     PERFORM 2000-APPLY-TRANSACTIONS  THRU 2000-EXIT.
001610     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
001620     STOP RUN.
001630
001640*****************************************************************
001650*    1000-INITIALIZE
001660*    OPENS ALL FILES USED BY THE RUN.  AN ASSIGNMENT FILE NOT
001670*    YET PRESENT IS CREATED EMPTY SO A FIRST LOAD CAN RUN; THE
001680*    EMPLOYEE MASTER MUST BE PRESENT TO VALIDATE THE ADDS.
001690*****************************************************************
001700 1000-INITIALIZE.
001710     OPEN I-O FACT-ASSIGN.
001720     IF WS-ASSIGN-FILE-NOT-FOUND
001730         DISPLAY "FASMAINT - ASSIGNMENT FILE NOT PRESENT, "
001740             "CREATED EMPTY"
001750         OPEN OUTPUT FACT-ASSIGN
001760         CLOSE FACT-ASSIGN
001770         OPEN I-O FACT-ASSIGN
001780     END-IF.
001790     IF NOT WS-ASSIGN-FILE-OK
001800         DISPLAY "FASMAINT - CANNOT OPEN ASSIGNMENT FILE, "
001810             "STATUS: " WS-ASSIGN-FILE-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     OPEN INPUT EMPLOYEE-MASTER.
001860     IF NOT WS-MASTER-FILE-OK
001870         DISPLAY "FASMAINT - CANNOT OPEN EMPLOYEE MASTER, "
001880             "STATUS: " WS-MASTER-FILE-STATUS
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     OPEN INPUT  ASSIGN-TRANS.
001930     OPEN OUTPUT ASSIGN-REGISTER.
001940     CALL 'BDTFETCH' USING BDT-PARAMETERS.
001950     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
001960 1000-EXIT.
001970     EXIT.
001980
001990*****************************************************************
002000*    2000-APPLY-TRANSACTIONS
002010*    READS EACH MAINTENANCE TRANSACTION AND APPLIES IT TO THE
002020*    ASSIGNMENT FILE.
002030*****************************************************************
002040 2000-APPLY-TRANSACTIONS.
002050     PERFORM 2100-READ-TRANSACTION    THRU 2100-EXIT.
002060     PERFORM 2200-PROCESS-TRANSACTION THRU 2200-EXIT
002070         UNTIL TRANS-EOF.
002080 2000-EXIT.
002090     EXIT.
002100
002110 2100-READ-TRANSACTION.
002120     READ ASSIGN-TRANS
002130         AT END
002140             SET TRANS-EOF TO TRUE
002150     END-READ.
002160 2100-EXIT.
002170     EXIT.
002180
002190 2200-PROCESS-TRANSACTION.
002200     IF FAT-EMP-ID = SPACES
002210         DISPLAY "FASMAINT - EMPLOYEE ID BLANK ON "
002220             "TRANSACTION, REJECTED"
002230         ADD 1 TO WS-REJECT-COUNT
002240         GO TO 2200-READ-NEXT
002250     END-IF.
002260     IF (FAT-ADD OR FAT-CHANGE)
002270       AND FAT-FACTORIAL-N IS NOT NUMERIC
002280         DISPLAY "FASMAINT - N NOT NUMERIC: "
002290             FAT-EMP-ID " - REJECTED"
002300         ADD 1 TO WS-REJECT-COUNT
002310         GO TO 2200-READ-NEXT
002320     END-IF.
002330     PERFORM 2600-LOOKUP-EMPLOYEE THRU 2600-EXIT.
002340     MOVE SPACES TO WS-OLD-N.
002350     EVALUATE TRUE
002360         WHEN FAT-ADD
002370             PERFORM 2300-ADD-ASSIGNMENT    THRU 2300-EXIT
002380         WHEN FAT-CHANGE
002390             PERFORM 2400-CHANGE-ASSIGNMENT THRU 2400-EXIT
002400         WHEN FAT-DELETE
002410             PERFORM 2500-DELETE-ASSIGNMENT THRU 2500-EXIT
002420         WHEN OTHER
002430             DISPLAY "FASMAINT - INVALID TRANSACTION CODE: "
002440                 FAT-CODE " FOR EMPLOYEE " FAT-EMP-ID
002450             ADD 1 TO WS-REJECT-COUNT
002460     END-EVALUATE.
002470 2200-READ-NEXT.
002480     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002490 2200-EXIT.
002500     EXIT.
002510
002520*****************************************************************
002530*    2300-ADD-ASSIGNMENT
002540*    ADDS A NEW ASSIGNMENT FOR AN EMPLOYEE ON THE MASTER.
002550*****************************************************************
002560 2300-ADD-ASSIGNMENT.
002570     IF EMPLOYEE-NOT-FOUND
002580         DISPLAY "FASMAINT - EMPLOYEE NOT ON MASTER FOR ADD: "
002590             FAT-EMP-ID
002600         ADD 1 TO WS-REJECT-COUNT
002610         GO TO 2300-EXIT
002620     END-IF.
002630     MOVE SPACES              TO FAS-RECORD.
002640     MOVE FAT-EMP-ID          TO FAS-EMP-ID.
002650     MOVE FAT-FACTORIAL-N-NUM TO FAS-FACTORIAL-N.
002660     MOVE WS-RUN-DATE         TO FAS-LAST-MAINT-DATE.
002670     WRITE FAS-RECORD
002680         INVALID KEY
002690             DISPLAY "FASMAINT - DUPLICATE ASSIGNMENT ON ADD: "
002700                 FAT-EMP-ID
002710             ADD 1 TO WS-REJECT-COUNT
002720         NOT INVALID KEY
002730             ADD 1 TO WS-ADD-COUNT
002740             PERFORM 2700-PRINT-REG-DETAIL THRU 2700-EXIT
002750     END-WRITE.
002760 2300-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800*    2400-CHANGE-ASSIGNMENT
002810*    CHANGES THE N ON AN EXISTING ASSIGNMENT.
002820*****************************************************************
002830 2400-CHANGE-ASSIGNMENT.
002840     MOVE FAT-EMP-ID TO FAS-EMP-ID.
002850     READ FACT-ASSIGN
002860         INVALID KEY
002870             DISPLAY "FASMAINT - NOT ON FILE: " FAT-EMP-ID
002880             ADD 1 TO WS-REJECT-COUNT
002890     END-READ.
002900     IF WS-ASSIGN-FILE-OK
002910         MOVE FAS-FACTORIAL-N     TO WS-OLD-N
002920         MOVE FAT-FACTORIAL-N-NUM TO FAS-FACTORIAL-N
002930         MOVE WS-RUN-DATE         TO FAS-LAST-MAINT-DATE
002940         REWRITE FAS-RECORD
002950             INVALID KEY
002960                 DISPLAY "FASMAINT - REWRITE FAILED: "
002970                     FAT-EMP-ID
002980                 ADD 1 TO WS-REJECT-COUNT
002990             NOT INVALID KEY
003000                 ADD 1 TO WS-CHANGE-COUNT
003010                 PERFORM 2700-PRINT-REG-DETAIL THRU 2700-EXIT
003020         END-REWRITE
003030     END-IF.
003040 2400-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080*    2500-DELETE-ASSIGNMENT
003090*    REMOVES AN ASSIGNMENT.  THE EMPLOYEE NEED NO LONGER BE ON
003100*    THE MASTER, SO A DEPARTED EMPLOYEE'S ASSIGNMENT CAN BE
003110*    CLEARED.
003120*****************************************************************
003130 2500-DELETE-ASSIGNMENT.
003140     MOVE FAT-EMP-ID TO FAS-EMP-ID.
003150     READ FACT-ASSIGN
003160         INVALID KEY
003170             DISPLAY "FASMAINT - NOT ON FILE: " FAT-EMP-ID
003180             ADD 1 TO WS-REJECT-COUNT
003190     END-READ.
003200     IF WS-ASSIGN-FILE-OK
003210         MOVE FAS-FACTORIAL-N TO WS-OLD-N
003220         DELETE FACT-ASSIGN
003230             INVALID KEY
003240                 DISPLAY "FASMAINT - DELETE FAILED: "
003250                     FAT-EMP-ID
003260                 ADD 1 TO WS-REJECT-COUNT
003270             NOT INVALID KEY
003280                 ADD 1 TO WS-DELETE-COUNT
003290                 PERFORM 2700-PRINT-REG-DETAIL THRU 2700-EXIT
003300         END-DELETE
003310     END-IF.
003320 2500-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360*    2600-LOOKUP-EMPLOYEE
003370*    RANDOM-READS THE EMPLOYEE MASTER FOR THE TRANSACTION'S
003380*    EMPLOYEE AND SAVES THE NAME FOR THE REGISTER.
003390*****************************************************************
003400 2600-LOOKUP-EMPLOYEE.
003410     SET EMPLOYEE-NOT-FOUND TO TRUE.
003420     MOVE '(NOT ON EMPLOYEE MASTER)' TO WS-EMPLOYEE-NAME.
003430     MOVE FAT-EMP-ID TO EMP-ID.
003440     READ EMPLOYEE-MASTER
003450         INVALID KEY
003460             SET EMPLOYEE-NOT-FOUND TO TRUE
003470         NOT INVALID KEY
003480             SET EMPLOYEE-FOUND TO TRUE
003490     END-READ.
003500     IF EMPLOYEE-FOUND
003510         MOVE SPACES TO WS-EMPLOYEE-NAME
003520         STRING EMP-FIRST-NAME DELIMITED BY SPACE
003530                ' '            DELIMITED BY SIZE
003540                EMP-LAST-NAME  DELIMITED BY SIZE
003550             INTO WS-EMPLOYEE-NAME
003560     END-IF.
003570 2600-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610*    2700-PRINT-REG-DETAIL
003620*    PRINTS ONE MAINTENANCE REGISTER LINE FOR THE TRANSACTION
003630*    JUST APPLIED.
003640*****************************************************************
003650 2700-PRINT-REG-DETAIL.
003660     IF WS-LINE-CTR >= WS-MAX-LINES
003670         PERFORM 2800-PRINT-REG-HEADING THRU 2800-EXIT
003680     END-IF.
003690     MOVE FAT-EMP-ID TO WS-REG-EMP-ID.
003700     EVALUATE TRUE
003710         WHEN FAT-ADD
003720             MOVE 'ADD   ' TO WS-REG-ACTION
003730         WHEN FAT-CHANGE
003740             MOVE 'CHANGE' TO WS-REG-ACTION
003750         WHEN FAT-DELETE
003760             MOVE 'DELETE' TO WS-REG-ACTION
003770     END-EVALUATE.
003780     MOVE WS-OLD-N TO WS-REG-OLD-N.
003790     IF FAT-DELETE
003800         MOVE SPACES          TO WS-REG-NEW-N
003810     ELSE
003820         MOVE FAT-FACTORIAL-N TO WS-REG-NEW-N
003830     END-IF.
003840     MOVE WS-EMPLOYEE-NAME TO WS-REG-EMP-NAME.
003850     WRITE REG-RECORD FROM WS-REG-DETAIL-LINE
003860         AFTER ADVANCING 1 LINE.
003870     ADD 1 TO WS-LINE-CTR.
003880 2700-EXIT.
003890     EXIT.
003900
003910 2800-PRINT-REG-HEADING.
003920     ADD 1 TO WS-PAGE-NBR.
003930     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
003940     MOVE WS-PAGE-NBR TO WS-HDR-PAGE-NBR.
003950     WRITE REG-RECORD FROM WS-REG-HEADING-LINE
003960         AFTER ADVANCING PAGE.
003970     WRITE REG-RECORD FROM WS-REG-COLUMN-LINE
003980         AFTER ADVANCING 2 LINES.
003990     MOVE 3 TO WS-LINE-CTR.
004000 2800-EXIT.
004010     EXIT.
004020
004030*****************************************************************
004040*    9000-TERMINATE
004050*    DISPLAYS RUN TOTALS AND CLOSES ALL FILES USED BY THE RUN.
004060*****************************************************************
004070 9000-TERMINATE.
004080     DISPLAY "FASMAINT - ADDS: "    WS-ADD-COUNT
004090         "  CHANGES: "              WS-CHANGE-COUNT
004100         "  DELETES: "              WS-DELETE-COUNT
004110         "  REJECTS: "              WS-REJECT-COUNT.
004120     PERFORM 9100-PRINT-REG-TOTALS THRU 9100-EXIT.
004130     CLOSE FACT-ASSIGN
004140           EMPLOYEE-MASTER
004150           ASSIGN-TRANS
004160           ASSIGN-REGISTER.
004170 9000-EXIT.
004180     EXIT.
004190
004200*****************************************************************
004210*    9100-PRINT-REG-TOTALS
004220*    WRITES THE RUN-TOTAL TRAILER TO THE MAINTENANCE REGISTER.
004230*****************************************************************
004240 9100-PRINT-REG-TOTALS.
004250     IF WS-PAGE-NBR = ZERO
004260         PERFORM 2800-PRINT-REG-HEADING THRU 2800-EXIT
004270     END-IF.
004280     MOVE WS-ADD-COUNT    TO WS-REG-TOT-ADDS.
004290     MOVE WS-CHANGE-COUNT TO WS-REG-TOT-CHANGES.
004300     MOVE WS-DELETE-COUNT TO WS-REG-TOT-DELETES.
004310     MOVE WS-REJECT-COUNT TO WS-REG-TOT-REJECTS.
004320     WRITE REG-RECORD FROM WS-REG-TOTAL-LINE
004330         AFTER ADVANCING 2 LINES.
004340     WRITE REG-RECORD FROM WS-REG-TRAILER-LINE
004350         AFTER ADVANCING 2 LINES.
004360 9100-EXIT.
004370     EXIT.
