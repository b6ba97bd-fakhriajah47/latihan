000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTEGCHK.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - WEEKLY REFERENTIAL INTEGRITY
000120*                     SCAN ACROSS THE EMPLOYEE SUBSYSTEM.  EVERY
000130*                     EMPLOYEE-MASTER RECORD IS CHECKED AGAINST
000140*                     THE DEPARTMENT MASTER, ITS LAST MOVEMENT
000150*                     HISTORY RECORD, AND THE MAINTENANCE
000160*                     JOURNAL; THE PENDING AND SUSPENSE FILES
000170*                     ARE CHECKED FOR ITEMS AGAINST EMPLOYEES
000180*                     SINCE DELETED.  EXCEPTIONS PRINT ON THE
000190*                     INTEGRITY REPORT AND THE STEP ENDS WITH A
000200*                     GRADED RETURN CODE - 4 FOR WARNINGS ONLY,
000210*                     8 WHEN THE MASTER HAS DRIFTED FROM THE
000220*                     DEPARTMENT MASTER OR MOVEMENT HISTORY, 16
000230*                     WHEN A MASTER FILE CANNOT BE OPENED.
000232*    2026-10-15 DLW   PENDING FILE IMAGES WIDENED TO 71 BYTES
000234*                     FOR THE OPERATOR-ID EXPANSION OF
000236*                     EMP-TRANS-RECORD.
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS EMP-ID
000370         FILE STATUS IS WS-MASTER-FILE-STATUS.
000380     SELECT DEPT-MASTER     ASSIGN TO DEPTMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS DEP-CODE
000420         FILE STATUS IS WS-DEPT-FILE-STATUS.
000430     SELECT JOURNAL-FILE    ASSIGN TO EMPJRNL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-JRNL-FILE-STATUS.
000460     SELECT MOVEMENT-FILE   ASSIGN TO MOVHIST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MOVE-FILE-STATUS.
000490     SELECT PENDING-IN      ASSIGN TO PNDIN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PNDI-FILE-STATUS.
000520     SELECT PENDING-OUT     ASSIGN TO PNDOUT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PNDO-FILE-STATUS.
000550     SELECT SUSPENSE-IN     ASSIGN TO SUSPIN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SUSP-FILE-STATUS.
000580     SELECT REPORT-FILE     ASSIGN TO INTRPT
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  EMPLOYEE-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY EMPREC.
000660
000670 FD  DEPT-MASTER
000680     LABEL RECORDS ARE STANDARD.
000690     COPY DEPREC.
000700
000710 FD  JOURNAL-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY JRNREC.
000750
000760 FD  MOVEMENT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY MOVREC.
000800
000810 FD  PENDING-IN
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  PND-IN-RECORD                   PIC X(71).
000850
000860 FD  PENDING-OUT
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  PND-OUT-RECORD                  PIC X(71).
000900
000910 FD  SUSPENSE-IN
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY SUSREC.
000950
000960 FD  REPORT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  RPT-RECORD                      PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020*****************************************************************
001030*    SWITCHES
001040*****************************************************************
001050 01  WS-SWITCHES.
001060     05  WS-MASTER-EOF-SW            PIC X(01)   VALUE 'N'.
001070         88  MASTER-EOF                          VALUE 'Y'.
001080         88  MASTER-NOT-EOF                       VALUE 'N'.
001090     05  WS-JRNL-EOF-SW              PIC X(01)   VALUE 'N'.
001100         88  JRNL-EOF                            VALUE 'Y'.
001110         88  JRNL-NOT-EOF                         VALUE 'N'.
001120     05  WS-MOVE-EOF-SW              PIC X(01)   VALUE 'N'.
001130         88  MOVE-EOF                            VALUE 'Y'.
001140         88  MOVE-NOT-EOF                         VALUE 'N'.
001150     05  WS-PENDING-EOF-SW           PIC X(01)   VALUE 'N'.
001160         88  PENDING-EOF                         VALUE 'Y'.
001170         88  PENDING-NOT-EOF                      VALUE 'N'.
001180     05  WS-SUSP-EOF-SW              PIC X(01)   VALUE 'N'.
001190         88  SUSP-EOF                            VALUE 'Y'.
001200         88  SUSP-NOT-EOF                         VALUE 'N'.
001210     05  WS-JRNL-ABSENT-SW           PIC X(01)   VALUE 'N'.
001220         88  JOURNAL-ABSENT                      VALUE 'Y'.
001230     05  WS-JRN-FULL-SW              PIC X(01)   VALUE 'N'.
001240         88  JRN-TABLE-FULL                      VALUE 'Y'.
001250     05  WS-MVT-FULL-SW              PIC X(01)   VALUE 'N'.
001260         88  MVT-TABLE-FULL                      VALUE 'Y'.
001270     05  WS-ENTRY-FOUND-SW           PIC X(01)   VALUE 'N'.
001280         88  ENTRY-FOUND                         VALUE 'Y'.
001290         88  ENTRY-NOT-FOUND                      VALUE 'N'.
001300
001310 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
001320     88  WS-MASTER-FILE-OK                        VALUE '00'.
001330
001340 01  WS-DEPT-FILE-STATUS             PIC X(02)   VALUE '00'.
001350     88  WS-DEPT-FILE-OK                          VALUE '00'.
001360
001370 01  WS-JRNL-FILE-STATUS             PIC X(02)   VALUE '00'.
001380     88  WS-JRNL-FILE-FOUND                       VALUE '00'.
001390     88  WS-JRNL-FILE-NOT-FOUND                   VALUE '35'.
001400
001410 01  WS-MOVE-FILE-STATUS             PIC X(02)   VALUE '00'.
001420     88  WS-MOVE-FILE-FOUND                       VALUE '00'.
001430     88  WS-MOVE-FILE-NOT-FOUND                   VALUE '35'.
001440
001450 01  WS-PNDI-FILE-STATUS             PIC X(02)   VALUE '00'.
001460     88  WS-PNDI-FILE-FOUND                       VALUE '00'.
001470     88  WS-PNDI-FILE-NOT-FOUND                   VALUE '35'.
001480
001490 01  WS-PNDO-FILE-STATUS             PIC X(02)   VALUE '00'.
001500     88  WS-PNDO-FILE-FOUND                       VALUE '00'.
001510     88  WS-PNDO-FILE-NOT-FOUND                   VALUE '35'.
001520
001530 01  WS-SUSP-FILE-STATUS             PIC X(02)   VALUE '00'.
001540     88  WS-SUSP-FILE-FOUND                       VALUE '00'.
001550     88  WS-SUSP-FILE-NOT-FOUND                   VALUE '35'.
001560
001570*****************************************************************
001580*    RUN TOTALS AND EXCEPTION COUNTS
001590*****************************************************************
001600 01  WS-TOTALS.
001610     05  WS-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
001620     05  WS-JRNL-COUNT               PIC 9(07) COMP VALUE ZERO.
001630     05  WS-MOVE-COUNT               PIC 9(07) COMP VALUE ZERO.
001640     05  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
001650     05  WS-SUSP-COUNT               PIC 9(05) COMP VALUE ZERO.
001660     05  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
001670     05  WS-DEPT-MISSING-COUNT       PIC 9(05) COMP VALUE ZERO.
001680     05  WS-DEPT-INACTIVE-COUNT      PIC 9(05) COMP VALUE ZERO.
001690     05  WS-PEND-ORPHAN-COUNT        PIC 9(05) COMP VALUE ZERO.
001700     05  WS-SUSP-ORPHAN-COUNT        PIC 9(05) COMP VALUE ZERO.
001710     05  WS-MOVE-MISMATCH-COUNT      PIC 9(05) COMP VALUE ZERO.
001720     05  WS-NO-ADD-COUNT             PIC 9(05) COMP VALUE ZERO.
001730
001740 01  WS-HIGH-SEVERITY                PIC 9(02)      VALUE ZERO.
001750
001760*****************************************************************
001770*    JOURNAL SUMMARY TABLE - ONE ENTRY PER EMPLOYEE ID SEEN ON
001780*    THE MAINTENANCE JOURNAL, CARRYING WHETHER AN ADD WAS EVER
001790*    JOURNALED, THE DATE OF THE LATEST ADD, AND THE LATEST
001800*    ACTION APPLIED.
001810*****************************************************************
001820 01  WS-JRN-TBL-COUNT                PIC 9(04) COMP VALUE ZERO.
001830 01  WS-JRN-TABLE.
001840     05  WS-JRN-ENTRY        OCCURS 5000 TIMES
001850                             INDEXED BY WS-JRN-IDX.
001860         10  WS-JRT-EMP-ID           PIC X(05).
001870         10  WS-JRT-ADD-SW           PIC X(01).
001880             88  WS-JRT-HAS-ADD                   VALUE 'Y'.
001890         10  WS-JRT-ADD-DATE         PIC 9(08).
001900         10  WS-JRT-LAST-ACTION      PIC X(01).
001910             88  WS-JRT-DELETED                   VALUE 'D'.
001920
001930*****************************************************************
001940*    LAST MOVEMENT TABLE - ONE ENTRY PER EMPLOYEE ID SEEN ON
001950*    THE MOVEMENT HISTORY FILE.  THE FILE IS APPENDED IN RUN
001960*    ORDER, SO THE LAST RECORD READ FOR AN ID IS ITS LATEST.
001970*****************************************************************
001980 01  WS-MVT-TBL-COUNT                PIC 9(04) COMP VALUE ZERO.
001990 01  WS-MVT-TABLE.
002000     05  WS-MVT-ENTRY        OCCURS 5000 TIMES
002010                             INDEXED BY WS-MVT-IDX.
002020         10  WS-MVT-EMP-ID           PIC X(05).
002030         10  WS-MVT-RUN-DATE         PIC 9(08).
002040         10  WS-MVT-NEW-DEPT         PIC X(03).
002050         10  WS-MVT-NEW-STATUS       PIC X(01).
002060
002070*****************************************************************
002080*    TRANSACTION IMAGE WORK AREA FOR THE PENDING AND SUSPENSE
002090*    ITEMS
002100*****************************************************************
002110     COPY EMPTRN.
002120
002130 01  WS-ITEM-WORK.
002140     05  WS-ITEM-SOURCE              PIC X(08).
002150     05  WS-ITEM-CODE                PIC X(04).
002160
002170*****************************************************************
002180*    EXCEPTION WORK AREA - FILLED BY EACH CHECK BEFORE
002190*    7000-WRITE-EXCEPTION PRINTS IT.
002200*****************************************************************
002210 01  WS-EXCEPTION-WORK.
002220     05  WS-EXC-CODE                 PIC X(04).
002230     05  WS-EXC-EMP-ID               PIC X(05).
002240     05  WS-EXC-SOURCE               PIC X(08).
002250     05  WS-EXC-TEXT                 PIC X(32).
002260     05  WS-EXC-VALUE                PIC X(22).
002270     05  WS-EXC-SEVERITY             PIC 9(02).
002280
002290*****************************************************************
002300*    BUSINESS-DATE PARAMETER AREA
002310*****************************************************************
002320     COPY BDTWRK.
002330
002340*****************************************************************
002350*    REPORT CONTROL AND PRINT LINES
002360*****************************************************************
002370 01  WS-REPORT-CONTROL.
002380     05  WS-RUN-DATE                 PIC 9(08).
002390     05  WS-PAGE-NBR                 PIC 9(03) COMP    VALUE ZERO.
002400     05  WS-LINE-CTR                 PIC 9(03) COMP    VALUE 99.
002410     05  WS-MAX-LINES                PIC 9(03) COMP    VALUE 50.
002420
002430 01  WS-HEADING-LINE.
002440     05  FILLER      PIC X(28) VALUE
002450         'REFERENTIAL INTEGRITY REPORT'.
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
002480     05  WS-HDR-RUN-DATE             PIC 9(08).
002490     05  FILLER                      PIC X(05) VALUE SPACES.
002500     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
002510     05  WS-HDR-PAGE-NBR             PIC ZZ9.
002520     05  FILLER                      PIC X(20) VALUE SPACES.
002530
002540 01  WS-COLUMN-LINE.
002550     05  FILLER                      PIC X(05) VALUE 'CODE'.
002560     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
002570     05  FILLER                      PIC X(10) VALUE 'FILE'.
002580     05  FILLER                      PIC X(34) VALUE 'EXCEPTION'.
002590     05  FILLER                      PIC X(24) VALUE 'DETAIL'.
002600
002610 01  WS-DETAIL-LINE.
002620     05  WS-DTL-CODE                 PIC X(04).
002630     05  FILLER                      PIC X(01) VALUE SPACES.
002640     05  WS-DTL-EMP-ID               PIC X(05).
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  WS-DTL-SOURCE               PIC X(08).
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  WS-DTL-TEXT                 PIC X(32).
002690     05  FILLER                      PIC X(02) VALUE SPACES.
002700     05  WS-DTL-VALUE                PIC X(22).
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720
002730 01  WS-MESSAGE-LINE.
002740     05  WS-MSG-TEXT                 PIC X(60).
002750     05  FILLER                      PIC X(20) VALUE SPACES.
002760
002770 01  WS-TOTAL-LINE.
002780     05  WS-TOT-LABEL                PIC X(34).
002790     05  WS-TOT-VALUE                PIC ZZZZZZ9.
002800     05  FILLER                      PIC X(39) VALUE SPACES.
002810
002820 01  WS-TRAILER-LINE.
002830     05  FILLER          PIC X(21) VALUE '*** END OF REPORT ***'.
002840     05  FILLER                      PIC X(59) VALUE SPACES.
002850
002860 PROCEDURE DIVISION.
002870*****************************************************************
002880*    0000-MAINLINE
002890*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE RUN.
002900*****************************************************************
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
002930     PERFORM 2000-LOAD-JOURNAL       THRU 2000-EXIT.
002940     PERFORM 2500-LOAD-MOVEMENTS     THRU 2500-EXIT.
002950     PERFORM 3000-SCAN-MASTER        THRU 3000-EXIT.
002960     PERFORM 4000-SCAN-PENDING       THRU 4000-EXIT.
002970     PERFORM 4500-SCAN-SUSPENSE      THRU 4500-EXIT.
002980     PERFORM 8500-PRINT-TOTALS       THRU 8500-EXIT.
002990     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
003000     STOP RUN.
003010
003020*****************************************************************
003030*    1000-INITIALIZE
003040*    OPENS THE TWO MASTER FILES AND THE REPORT AND PRINTS THE
003050*    FIRST HEADING.  EITHER MASTER FAILING TO OPEN ENDS THE
003060*    RUN WITH RETURN CODE 16 - THERE IS NOTHING TO CHECK.
003070*****************************************************************
003080 1000-INITIALIZE.
003090     OPEN INPUT EMPLOYEE-MASTER.
003100     IF NOT WS-MASTER-FILE-OK
003110         DISPLAY "INTEGCHK - CANNOT OPEN EMPLOYEE MASTER, "
003120             "STATUS: " WS-MASTER-FILE-STATUS
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160     OPEN INPUT DEPT-MASTER.
003170     IF NOT WS-DEPT-FILE-OK
003180         DISPLAY "INTEGCHK - CANNOT OPEN DEPARTMENT MASTER, "
003190             "STATUS: " WS-DEPT-FILE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     OPEN OUTPUT REPORT-FILE.
003240     CALL 'BDTFETCH' USING BDT-PARAMETERS.
003250     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
003260     PERFORM 8000-PRINT-HEADING THRU 8000-EXIT.
003270 1000-EXIT.
003280     EXIT.
003290
003300*****************************************************************
003310*    2000-LOAD-JOURNAL
003320*    READS THE WHOLE MAINTENANCE JOURNAL INTO THE JOURNAL
003330*    SUMMARY TABLE.  A MISSING JOURNAL IS NOTED AND THE
003340*    ADD-ENTRY CHECK IS SKIPPED FOR THE RUN.
003350*****************************************************************
003360 2000-LOAD-JOURNAL.
003370     OPEN INPUT JOURNAL-FILE.
003380     IF WS-JRNL-FILE-NOT-FOUND
003390         SET JOURNAL-ABSENT TO TRUE
003400         DISPLAY "INTEGCHK - JOURNAL FILE NOT PRESENT, "
003410             "ADD-ENTRY CHECK SKIPPED"
003420         GO TO 2000-EXIT
003430     END-IF.
003440     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003450     PERFORM 2200-NOTE-JOURNAL THRU 2200-EXIT
003460         UNTIL JRNL-EOF.
003470     CLOSE JOURNAL-FILE.
003480 2000-EXIT.
003490     EXIT.
003500
003510 2100-READ-JOURNAL.
003520     READ JOURNAL-FILE
003530         AT END
003540             SET JRNL-EOF TO TRUE
003550     END-READ.
003560 2100-EXIT.
003570     EXIT.
003580
003590 2200-NOTE-JOURNAL.
003600     ADD 1 TO WS-JRNL-COUNT.
003610     MOVE JRN-EMP-ID TO WS-EXC-EMP-ID.
003620     PERFORM 2250-FIND-JOURNAL-ENTRY THRU 2250-EXIT.
003630     IF ENTRY-NOT-FOUND
003640         PERFORM 2260-ADD-JOURNAL-ENTRY THRU 2260-EXIT
003650     END-IF.
003660     IF ENTRY-NOT-FOUND
003670         GO TO 2200-READ-NEXT
003680     END-IF.
003690     IF JRN-ACTION-CODE = 'A'
003700         MOVE 'Y'          TO WS-JRT-ADD-SW (WS-JRN-IDX)
003710         MOVE JRN-RUN-DATE TO WS-JRT-ADD-DATE (WS-JRN-IDX)
003720     END-IF.
003730     MOVE JRN-ACTION-CODE TO WS-JRT-LAST-ACTION (WS-JRN-IDX).
003740 2200-READ-NEXT.
003750     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003760 2200-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*    2250-FIND-JOURNAL-ENTRY
003810*    SEARCHES THE JOURNAL SUMMARY TABLE FOR THE EMPLOYEE ID IN
003820*    WS-EXC-EMP-ID, LEAVING WS-JRN-IDX ON THE ENTRY WHEN FOUND.
003830*****************************************************************
003840 2250-FIND-JOURNAL-ENTRY.
003850     SET ENTRY-NOT-FOUND TO TRUE.
003860     SET WS-JRN-IDX TO 1.
003870     SEARCH WS-JRN-ENTRY
003880         AT END
003890             CONTINUE
003900         WHEN WS-JRN-IDX > WS-JRN-TBL-COUNT
003910             CONTINUE
003920         WHEN WS-JRT-EMP-ID (WS-JRN-IDX) = WS-EXC-EMP-ID
003930             SET ENTRY-FOUND TO TRUE
003940     END-SEARCH.
003950 2250-EXIT.
003960     EXIT.
003970
003980 2260-ADD-JOURNAL-ENTRY.
003990     IF WS-JRN-TBL-COUNT >= 5000
004000         IF NOT JRN-TABLE-FULL
004010             SET JRN-TABLE-FULL TO TRUE
004020             DISPLAY "INTEGCHK - JOURNAL TABLE FULL, "
004030                 "ADD-ENTRY CHECK SKIPPED"
004040         END-IF
004050         GO TO 2260-EXIT
004060     END-IF.
004070     ADD 1 TO WS-JRN-TBL-COUNT.
004080     SET WS-JRN-IDX TO WS-JRN-TBL-COUNT.
004090     MOVE JRN-EMP-ID TO WS-JRT-EMP-ID (WS-JRN-IDX).
004100     MOVE 'N'        TO WS-JRT-ADD-SW (WS-JRN-IDX).
004110     MOVE ZERO       TO WS-JRT-ADD-DATE (WS-JRN-IDX).
004120     MOVE SPACE      TO WS-JRT-LAST-ACTION (WS-JRN-IDX).
004130     SET ENTRY-FOUND TO TRUE.
004140 2260-EXIT.
004150     EXIT.
004160
004170*****************************************************************
004180*    2500-LOAD-MOVEMENTS
004190*    READS THE WHOLE MOVEMENT HISTORY FILE INTO THE LAST
004200*    MOVEMENT TABLE.  A MISSING FILE IS TREATED AS EMPTY.
004210*****************************************************************
004220 2500-LOAD-MOVEMENTS.
004230     OPEN INPUT MOVEMENT-FILE.
004240     IF WS-MOVE-FILE-NOT-FOUND
004250         DISPLAY "INTEGCHK - MOVEMENT FILE NOT PRESENT, "
004260             "TREATED AS EMPTY"
004270         GO TO 2500-EXIT
004280     END-IF.
004290     PERFORM 2600-READ-MOVEMENT THRU 2600-EXIT.
004300     PERFORM 2700-NOTE-MOVEMENT THRU 2700-EXIT
004310         UNTIL MOVE-EOF.
004320     CLOSE MOVEMENT-FILE.
004330 2500-EXIT.
004340     EXIT.
004350
004360 2600-READ-MOVEMENT.
004370     READ MOVEMENT-FILE
004380         AT END
004390             SET MOVE-EOF TO TRUE
004400     END-READ.
004410 2600-EXIT.
004420     EXIT.
004430
004440 2700-NOTE-MOVEMENT.
004450     ADD 1 TO WS-MOVE-COUNT.
004460     MOVE MOV-EMP-ID TO WS-EXC-EMP-ID.
004470     PERFORM 2750-FIND-MOVEMENT-ENTRY THRU 2750-EXIT.
004480     IF ENTRY-NOT-FOUND
004490         PERFORM 2760-ADD-MOVEMENT-ENTRY THRU 2760-EXIT
004500     END-IF.
004510     IF ENTRY-NOT-FOUND
004520         GO TO 2700-READ-NEXT
004530     END-IF.
004540     MOVE MOV-RUN-DATE   TO WS-MVT-RUN-DATE (WS-MVT-IDX).
004550     MOVE MOV-NEW-DEPT   TO WS-MVT-NEW-DEPT (WS-MVT-IDX).
004560     MOVE MOV-NEW-STATUS TO WS-MVT-NEW-STATUS (WS-MVT-IDX).
004570 2700-READ-NEXT.
004580     PERFORM 2600-READ-MOVEMENT THRU 2600-EXIT.
004590 2700-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    2750-FIND-MOVEMENT-ENTRY
004640*    SEARCHES THE LAST MOVEMENT TABLE FOR THE EMPLOYEE ID IN
004650*    WS-EXC-EMP-ID, LEAVING WS-MVT-IDX ON THE ENTRY WHEN FOUND.
004660*****************************************************************
004670 2750-FIND-MOVEMENT-ENTRY.
004680     SET ENTRY-NOT-FOUND TO TRUE.
004690     SET WS-MVT-IDX TO 1.
004700     SEARCH WS-MVT-ENTRY
004710         AT END
004720             CONTINUE
004730         WHEN WS-MVT-IDX > WS-MVT-TBL-COUNT
004740             CONTINUE
004750         WHEN WS-MVT-EMP-ID (WS-MVT-IDX) = WS-EXC-EMP-ID
004760             SET ENTRY-FOUND TO TRUE
004770     END-SEARCH.
004780 2750-EXIT.
004790     EXIT.
004800
004810 2760-ADD-MOVEMENT-ENTRY.
004820     IF WS-MVT-TBL-COUNT >= 5000
004830         IF NOT MVT-TABLE-FULL
004840             SET MVT-TABLE-FULL TO TRUE
004850             DISPLAY "INTEGCHK - MOVEMENT TABLE FULL, LATER "
004860                 "EMPLOYEES NOT CHECKED AGAINST MOVEMENTS"
004870         END-IF
004880         GO TO 2760-EXIT
004890     END-IF.
004900     ADD 1 TO WS-MVT-TBL-COUNT.
004910     SET WS-MVT-IDX TO WS-MVT-TBL-COUNT.
004920     MOVE MOV-EMP-ID TO WS-MVT-EMP-ID (WS-MVT-IDX).
004930     SET ENTRY-FOUND TO TRUE.
004940 2760-EXIT.
004950     EXIT.
004960
004970*****************************************************************
004980*    3000-SCAN-MASTER
004990*    READS EMPLOYEE-MASTER FROM THE TOP AND APPLIES THE
005000*    DEPARTMENT, MOVEMENT, AND JOURNAL CHECKS TO EVERY RECORD.
005010*****************************************************************
005020 3000-SCAN-MASTER.
005030     PERFORM 3100-READ-MASTER    THRU 3100-EXIT.
005040     PERFORM 3200-CHECK-EMPLOYEE THRU 3200-EXIT
005050         UNTIL MASTER-EOF.
005060 3000-EXIT.
005070     EXIT.
005080
005090 3100-READ-MASTER.
005100     READ EMPLOYEE-MASTER NEXT RECORD
005110         AT END
005120             SET MASTER-EOF TO TRUE
005130     END-READ.
005140     IF NOT WS-MASTER-FILE-OK
005150         SET MASTER-EOF TO TRUE
005160     END-IF.
005170 3100-EXIT.
005180     EXIT.
005190
005200 3200-CHECK-EMPLOYEE.
005210     ADD 1 TO WS-MASTER-COUNT.
005220     PERFORM 3300-CHECK-DEPARTMENT THRU 3300-EXIT.
005230     PERFORM 3400-CHECK-MOVEMENT   THRU 3400-EXIT.
005240     PERFORM 3500-CHECK-ADD-ENTRY  THRU 3500-EXIT.
005250     PERFORM 3100-READ-MASTER      THRU 3100-EXIT.
005260 3200-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300*    3300-CHECK-DEPARTMENT
005310*    THE EMPLOYEE'S DEPARTMENT MUST BE ON THE DEPARTMENT
005320*    MASTER, AND ACTIVE THERE UNLESS THE EMPLOYEE IS
005330*    TERMINATED.
005340*****************************************************************
005350 3300-CHECK-DEPARTMENT.
005360     MOVE EMP-DEPT-CODE TO DEP-CODE.
005370     READ DEPT-MASTER
005380         INVALID KEY
005390             ADD 1 TO WS-DEPT-MISSING-COUNT
005400             MOVE 'R001'       TO WS-EXC-CODE
005410             MOVE 'DEPT NOT ON DEPARTMENT MASTER'
005420                 TO WS-EXC-TEXT
005430             PERFORM 3350-WRITE-DEPT-EXCEPTION THRU 3350-EXIT
005440             GO TO 3300-EXIT
005450     END-READ.
005460     IF DEP-INACTIVE
005470       AND NOT EMP-TERMINATED
005480         ADD 1 TO WS-DEPT-INACTIVE-COUNT
005490         MOVE 'R002'       TO WS-EXC-CODE
005500         MOVE 'DEPT INACTIVE ON DEPT MASTER'
005510             TO WS-EXC-TEXT
005520         PERFORM 3350-WRITE-DEPT-EXCEPTION THRU 3350-EXIT
005530     END-IF.
005540 3300-EXIT.
005550     EXIT.
005560
005570 3350-WRITE-DEPT-EXCEPTION.
005580     MOVE EMP-ID        TO WS-EXC-EMP-ID.
005590     MOVE 'EMPMAST '    TO WS-EXC-SOURCE.
005600     MOVE SPACES        TO WS-EXC-VALUE.
005610     STRING 'DEPT ' DELIMITED BY SIZE
005620            EMP-DEPT-CODE DELIMITED BY SIZE
005630            ' STATUS ' DELIMITED BY SIZE
005640            EMP-STATUS DELIMITED BY SIZE
005650         INTO WS-EXC-VALUE.
005660     MOVE 8             TO WS-EXC-SEVERITY.
005670     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
005680 3350-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720*    3400-CHECK-MOVEMENT
005730*    AN EMPLOYEE WITH MOVEMENT HISTORY MUST STILL CARRY THE
005740*    DEPARTMENT AND STATUS OF THE LATEST MOVEMENT.  MOVEMENTS
005750*    OLDER THAN THE EMPLOYEE'S LATEST JOURNALED ADD BELONG TO
005760*    A PRIOR USE OF THE ID AND ARE NOT COMPARED.
005770*****************************************************************
005780 3400-CHECK-MOVEMENT.
005790     MOVE EMP-ID TO WS-EXC-EMP-ID.
005800     PERFORM 2750-FIND-MOVEMENT-ENTRY THRU 2750-EXIT.
005810     IF ENTRY-NOT-FOUND
005820         GO TO 3400-EXIT
005830     END-IF.
005840     PERFORM 2250-FIND-JOURNAL-ENTRY THRU 2250-EXIT.
005850     IF ENTRY-FOUND
005860       AND WS-JRT-HAS-ADD (WS-JRN-IDX)
005870       AND WS-JRT-ADD-DATE (WS-JRN-IDX)
005880           > WS-MVT-RUN-DATE (WS-MVT-IDX)
005890         GO TO 3400-EXIT
005900     END-IF.
005910     IF WS-MVT-NEW-DEPT (WS-MVT-IDX) = EMP-DEPT-CODE
005920       AND WS-MVT-NEW-STATUS (WS-MVT-IDX) = EMP-STATUS
005930         GO TO 3400-EXIT
005940     END-IF.
005950     ADD 1 TO WS-MOVE-MISMATCH-COUNT.
005960     MOVE 'R005'        TO WS-EXC-CODE.
005970     MOVE 'EMPMAST '    TO WS-EXC-SOURCE.
005980     MOVE 'DEPT/STATUS DIFFER FROM MOVEMENT'
005990         TO WS-EXC-TEXT.
006000     MOVE SPACES        TO WS-EXC-VALUE.
006010     STRING 'MST ' DELIMITED BY SIZE
006020            EMP-DEPT-CODE DELIMITED BY SIZE
006030            '/' DELIMITED BY SIZE
006040            EMP-STATUS DELIMITED BY SIZE
006050            ' MOV ' DELIMITED BY SIZE
006060            WS-MVT-NEW-DEPT (WS-MVT-IDX) DELIMITED BY SIZE
006070            '/' DELIMITED BY SIZE
006080            WS-MVT-NEW-STATUS (WS-MVT-IDX) DELIMITED BY SIZE
006090         INTO WS-EXC-VALUE.
006100     MOVE 8             TO WS-EXC-SEVERITY.
006110     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
006120 3400-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*    3500-CHECK-ADD-ENTRY
006170*    EVERY EMPLOYEE ON THE MASTER SHOULD HAVE AN ADD ON THE
006180*    MAINTENANCE JOURNAL.  SKIPPED WHEN THE JOURNAL IS MISSING
006190*    OR TOO LARGE TO TABLE, SINCE EVERY ID WOULD THEN FAIL.
006200*****************************************************************
006210 3500-CHECK-ADD-ENTRY.
006220     IF JOURNAL-ABSENT OR JRN-TABLE-FULL
006230         GO TO 3500-EXIT
006240     END-IF.
006250     MOVE EMP-ID TO WS-EXC-EMP-ID.
006260     PERFORM 2250-FIND-JOURNAL-ENTRY THRU 2250-EXIT.
006270     IF ENTRY-FOUND
006280       AND WS-JRT-HAS-ADD (WS-JRN-IDX)
006290         GO TO 3500-EXIT
006300     END-IF.
006310     ADD 1 TO WS-NO-ADD-COUNT.
006320     MOVE 'R006'        TO WS-EXC-CODE.
006330     MOVE 'EMPMAST '    TO WS-EXC-SOURCE.
006340     MOVE 'NO ADD ENTRY ON JOURNAL' TO WS-EXC-TEXT.
006350     MOVE SPACES        TO WS-EXC-VALUE.
006360     STRING 'HIRED ' DELIMITED BY SIZE
006370            EMP-HIRE-DATE DELIMITED BY SIZE
006380         INTO WS-EXC-VALUE.
006390     MOVE 4             TO WS-EXC-SEVERITY.
006400     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
006410 3500-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*    4000-SCAN-PENDING
006460*    CHECKS THE PENDING FILE CARRIED INTO THE LAST EMPMAINT
006470*    RUN AND THE ONE IT CARRIED OUT.  EITHER MAY BE MISSING.
006480*****************************************************************
006490 4000-SCAN-PENDING.
006500     MOVE 'R003' TO WS-ITEM-CODE.
006510     OPEN INPUT PENDING-IN.
006520     IF WS-PNDI-FILE-NOT-FOUND
006530         DISPLAY "INTEGCHK - PNDIN NOT PRESENT, "
006540             "TREATED AS EMPTY"
006550     ELSE
006560         MOVE 'PNDIN   ' TO WS-ITEM-SOURCE
006570         SET PENDING-NOT-EOF TO TRUE
006580         PERFORM 4100-READ-PENDING-IN THRU 4100-EXIT
006590         PERFORM 4200-CHECK-PENDING-IN THRU 4200-EXIT
006600             UNTIL PENDING-EOF
006610         CLOSE PENDING-IN
006620     END-IF.
006630     OPEN INPUT PENDING-OUT.
006640     IF WS-PNDO-FILE-NOT-FOUND
006650         DISPLAY "INTEGCHK - PNDOUT NOT PRESENT, "
006660             "TREATED AS EMPTY"
006670     ELSE
006680         MOVE 'PNDOUT  ' TO WS-ITEM-SOURCE
006690         SET PENDING-NOT-EOF TO TRUE
006700         PERFORM 4300-READ-PENDING-OUT THRU 4300-EXIT
006710         PERFORM 4400-CHECK-PENDING-OUT THRU 4400-EXIT
006720             UNTIL PENDING-EOF
006730         CLOSE PENDING-OUT
006740     END-IF.
006750 4000-EXIT.
006760     EXIT.
006770
006780 4100-READ-PENDING-IN.
006790     READ PENDING-IN
006800         AT END
006810             SET PENDING-EOF TO TRUE
006820     END-READ.
006830 4100-EXIT.
006840     EXIT.
006850
006860 4200-CHECK-PENDING-IN.
006870     ADD 1 TO WS-PENDING-COUNT.
006880     MOVE PND-IN-RECORD TO EMP-TRANS-RECORD.
006890     PERFORM 4800-CHECK-TRANS-ITEM THRU 4800-EXIT.
006900     PERFORM 4100-READ-PENDING-IN  THRU 4100-EXIT.
006910 4200-EXIT.
006920     EXIT.
006930
006940 4300-READ-PENDING-OUT.
006950     READ PENDING-OUT
006960         AT END
006970             SET PENDING-EOF TO TRUE
006980     END-READ.
006990 4300-EXIT.
007000     EXIT.
007010
007020 4400-CHECK-PENDING-OUT.
007030     ADD 1 TO WS-PENDING-COUNT.
007040     MOVE PND-OUT-RECORD TO EMP-TRANS-RECORD.
007050     PERFORM 4800-CHECK-TRANS-ITEM  THRU 4800-EXIT.
007060     PERFORM 4300-READ-PENDING-OUT  THRU 4300-EXIT.
007070 4400-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110*    4500-SCAN-SUSPENSE
007120*    CHECKS EVERY ITEM STILL HELD ON THE SUSPENSE FILE.
007130*****************************************************************
007140 4500-SCAN-SUSPENSE.
007150     MOVE 'R004'     TO WS-ITEM-CODE.
007160     MOVE 'SUSPIN  ' TO WS-ITEM-SOURCE.
007170     OPEN INPUT SUSPENSE-IN.
007180     IF WS-SUSP-FILE-NOT-FOUND
007190         DISPLAY "INTEGCHK - SUSPENSE FILE NOT PRESENT, "
007200             "TREATED AS EMPTY"
007210         GO TO 4500-EXIT
007220     END-IF.
007230     PERFORM 4600-READ-SUSPENSE  THRU 4600-EXIT.
007240     PERFORM 4700-CHECK-SUSPENSE THRU 4700-EXIT
007250         UNTIL SUSP-EOF.
007260     CLOSE SUSPENSE-IN.
007270 4500-EXIT.
007280     EXIT.
007290
007300 4600-READ-SUSPENSE.
007310     READ SUSPENSE-IN
007320         AT END
007330             SET SUSP-EOF TO TRUE
007340     END-READ.
007350 4600-EXIT.
007360     EXIT.
007370
007380 4700-CHECK-SUSPENSE.
007390     ADD 1 TO WS-SUSP-COUNT.
007400     MOVE SUS-TRANS-IMAGE TO EMP-TRANS-RECORD.
007410     PERFORM 4800-CHECK-TRANS-ITEM THRU 4800-EXIT.
007420     PERFORM 4600-READ-SUSPENSE    THRU 4600-EXIT.
007430 4700-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470*    4800-CHECK-TRANS-ITEM
007480*    A HELD CHANGE OR DELETE IS AN ORPHAN WHEN ITS EMPLOYEE ID
007490*    IS NO LONGER ON THE MASTER AND THE JOURNAL SHOWS IT WAS
007500*    DELETED.  WITH NO JOURNAL, ABSENCE FROM THE MASTER ALONE
007510*    IS REPORTED.  A HELD ADD IS NEVER AN ORPHAN.
007520*****************************************************************
007530 4800-CHECK-TRANS-ITEM.
007540     IF TRN-ADD
007550         GO TO 4800-EXIT
007560     END-IF.
007570     MOVE TRN-EMP-ID TO EMP-ID.
007580     READ EMPLOYEE-MASTER
007590         INVALID KEY
007600             CONTINUE
007610         NOT INVALID KEY
007620             GO TO 4800-EXIT
007630     END-READ.
007640     MOVE TRN-EMP-ID TO WS-EXC-EMP-ID.
007650     IF NOT JOURNAL-ABSENT
007660         PERFORM 2250-FIND-JOURNAL-ENTRY THRU 2250-EXIT
007670         IF ENTRY-NOT-FOUND
007680             GO TO 4800-EXIT
007690         END-IF
007700         IF NOT WS-JRT-DELETED (WS-JRN-IDX)
007710             GO TO 4800-EXIT
007720         END-IF
007730     END-IF.
007740     IF WS-ITEM-CODE = 'R003'
007750         ADD 1 TO WS-PEND-ORPHAN-COUNT
007760         MOVE 'PENDING ITEM FOR DELETED EMP-ID'
007770             TO WS-EXC-TEXT
007780     ELSE
007790         ADD 1 TO WS-SUSP-ORPHAN-COUNT
007800         MOVE 'SUSPENSE ITEM FOR DELETED EMP-ID'
007810             TO WS-EXC-TEXT
007820     END-IF.
007830     MOVE WS-ITEM-CODE   TO WS-EXC-CODE.
007840     MOVE WS-ITEM-SOURCE TO WS-EXC-SOURCE.
007850     MOVE SPACES         TO WS-EXC-VALUE.
007860     STRING 'TRANS CODE ' DELIMITED BY SIZE
007870            TRN-CODE DELIMITED BY SIZE
007880         INTO WS-EXC-VALUE.
007890     MOVE 4              TO WS-EXC-SEVERITY.
007900     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
007910 4800-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950*    7000-WRITE-EXCEPTION
007960*    PRINTS ONE EXCEPTION LINE FROM THE EXCEPTION WORK AREA AND
007970*    RAISES THE RUN'S HIGHEST SEVERITY WHEN THIS ONE EXCEEDS IT.
007980*****************************************************************
007990 7000-WRITE-EXCEPTION.
008000     ADD 1 TO WS-EXCEPTION-COUNT.
008010     IF WS-EXC-SEVERITY > WS-HIGH-SEVERITY
008020         MOVE WS-EXC-SEVERITY TO WS-HIGH-SEVERITY
008030     END-IF.
008040     IF WS-LINE-CTR >= WS-MAX-LINES
008050         PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
008060     END-IF.
008070     MOVE WS-EXC-CODE   TO WS-DTL-CODE.
008080     MOVE WS-EXC-EMP-ID TO WS-DTL-EMP-ID.
008090     MOVE WS-EXC-SOURCE TO WS-DTL-SOURCE.
008100     MOVE WS-EXC-TEXT   TO WS-DTL-TEXT.
008110     MOVE WS-EXC-VALUE  TO WS-DTL-VALUE.
008120     WRITE RPT-RECORD FROM WS-DETAIL-LINE
008130         AFTER ADVANCING 1 LINE.
008140     ADD 1 TO WS-LINE-CTR.
008150 7000-EXIT.
008160     EXIT.
008170
008180 8000-PRINT-HEADING.
008190     ADD 1 TO WS-PAGE-NBR.
008200     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
008210     MOVE WS-PAGE-NBR TO WS-HDR-PAGE-NBR.
008220     WRITE RPT-RECORD FROM WS-HEADING-LINE
008230         AFTER ADVANCING PAGE.
008240     WRITE RPT-RECORD FROM WS-COLUMN-LINE
008250         AFTER ADVANCING 2 LINES.
008260     MOVE 3 TO WS-LINE-CTR.
008270 8000-EXIT.
008280     EXIT.
008290
008300*****************************************************************
008310*    8500-PRINT-TOTALS
008320*    PRINTS ANY SKIPPED-CHECK NOTES, THE FILE AND EXCEPTION
008330*    COUNTS, AND THE RETURN CODE THE RUN WILL END WITH.
008340*****************************************************************
008350 8500-PRINT-TOTALS.
008360     IF WS-EXCEPTION-COUNT = ZERO
008370         MOVE 'NO INTEGRITY EXCEPTIONS FOUND' TO WS-MSG-TEXT
008380         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
008390     END-IF.
008400     IF JOURNAL-ABSENT
008410         MOVE 'JOURNAL NOT PRESENT - ADD-ENTRY CHECK SKIPPED'
008420             TO WS-MSG-TEXT
008430         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
008440     END-IF.
008450     IF JRN-TABLE-FULL
008460         MOVE 'JOURNAL TABLE FULL - ADD-ENTRY CHECK SKIPPED'
008470             TO WS-MSG-TEXT
008480         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
008490     END-IF.
008500     IF MVT-TABLE-FULL
008510         MOVE 'MOVEMENT TABLE FULL - MOVEMENT CHECK INCOMPLETE'
008520             TO WS-MSG-TEXT
008530         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
008540     END-IF.
008550     MOVE 'EMPLOYEES SCANNED:' TO WS-TOT-LABEL.
008560     MOVE WS-MASTER-COUNT     TO WS-TOT-VALUE.
008570     WRITE RPT-RECORD FROM WS-TOTAL-LINE
008580         AFTER ADVANCING 2 LINES.
008590     MOVE 'JOURNAL RECORDS READ:' TO WS-TOT-LABEL.
008600     MOVE WS-JRNL-COUNT       TO WS-TOT-VALUE.
008610     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008620     MOVE 'MOVEMENT RECORDS READ:' TO WS-TOT-LABEL.
008630     MOVE WS-MOVE-COUNT       TO WS-TOT-VALUE.
008640     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008650     MOVE 'PENDING ITEMS READ:' TO WS-TOT-LABEL.
008660     MOVE WS-PENDING-COUNT    TO WS-TOT-VALUE.
008670     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008680     MOVE 'SUSPENSE ITEMS READ:' TO WS-TOT-LABEL.
008690     MOVE WS-SUSP-COUNT       TO WS-TOT-VALUE.
008700     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008710     MOVE 'R001 DEPT NOT ON DEPT MASTER:' TO WS-TOT-LABEL.
008720     MOVE WS-DEPT-MISSING-COUNT TO WS-TOT-VALUE.
008730     WRITE RPT-RECORD FROM WS-TOTAL-LINE
008740         AFTER ADVANCING 2 LINES.
008750     MOVE 'R002 DEPT INACTIVE:' TO WS-TOT-LABEL.
008760     MOVE WS-DEPT-INACTIVE-COUNT TO WS-TOT-VALUE.
008770     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008780     MOVE 'R003 PENDING FOR DELETED EMP-ID:' TO WS-TOT-LABEL.
008790     MOVE WS-PEND-ORPHAN-COUNT TO WS-TOT-VALUE.
008800     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008810     MOVE 'R004 SUSPENSE FOR DELETED EMP-ID:' TO WS-TOT-LABEL.
008820     MOVE WS-SUSP-ORPHAN-COUNT TO WS-TOT-VALUE.
008830     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008840     MOVE 'R005 MASTER DIFFERS FROM MOVEMENT:' TO WS-TOT-LABEL.
008850     MOVE WS-MOVE-MISMATCH-COUNT TO WS-TOT-VALUE.
008860     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008870     MOVE 'R006 NO ADD ENTRY ON JOURNAL:' TO WS-TOT-LABEL.
008880     MOVE WS-NO-ADD-COUNT     TO WS-TOT-VALUE.
008890     PERFORM 8700-PRINT-TOTAL THRU 8700-EXIT.
008900     MOVE 'RETURN CODE:'      TO WS-TOT-LABEL.
008910     MOVE WS-HIGH-SEVERITY    TO WS-TOT-VALUE.
008920     WRITE RPT-RECORD FROM WS-TOTAL-LINE
008930         AFTER ADVANCING 2 LINES.
008940     WRITE RPT-RECORD FROM WS-TRAILER-LINE
008950         AFTER ADVANCING 2 LINES.
008960 8500-EXIT.
008970     EXIT.
008980
008990 8600-PRINT-MESSAGE.
009000     WRITE RPT-RECORD FROM WS-MESSAGE-LINE
009010         AFTER ADVANCING 2 LINES.
009020     ADD 2 TO WS-LINE-CTR.
009030 8600-EXIT.
009040     EXIT.
009050
009060 8700-PRINT-TOTAL.
009070     WRITE RPT-RECORD FROM WS-TOTAL-LINE
009080         AFTER ADVANCING 1 LINE.
009090     ADD 1 TO WS-LINE-CTR.
009100 8700-EXIT.
009110     EXIT.
009120
009130*****************************************************************
009140*    9000-TERMINATE
009150*    DISPLAYS RUN TOTALS, CLOSES THE FILES STILL OPEN, AND SETS
009160*    THE GRADED RETURN CODE - THE HIGHEST SEVERITY OF ANY
009170*    EXCEPTION FOUND.
009180*****************************************************************
009190 9000-TERMINATE.
009200     DISPLAY "INTEGCHK - EMPLOYEES: " WS-MASTER-COUNT
009210         "  EXCEPTIONS: "             WS-EXCEPTION-COUNT.
009220     CLOSE EMPLOYEE-MASTER
009230           DEPT-MASTER
009240           REPORT-FILE.
009250     MOVE WS-HIGH-SEVERITY TO RETURN-CODE.
009260     DISPLAY "INTEGCHK - RETURN CODE: " RETURN-CODE.
009270 9000-EXIT.
009280     EXIT.
