000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HDCRPT.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - AUTHORIZED HEADCOUNT VARIANCE
000120*                     REPORT FOR FINANCE.  FOR EVERY DEPARTMENT
000130*                     ON THE DEPARTMENT MASTER, PRINTS THE
000140*                     AUTHORIZED HEADCOUNT AND ITS BUDGET DATE,
000150*                     THE ACTIVE, INACTIVE, AND TERMINATED COUNTS
000160*                     FROM THE EMPLOYEE MASTER, THE ADDS AND
000170*                     TRANSFERS IN AND OUT WAITING ON THE
000180*                     EFFECTIVE-DATED PENDING FILE, AND HOW FAR
000190*                     THE ACTIVE COUNT WITH THOSE APPLIED IS OVER
000200*                     OR UNDER THE AUTHORIZED NUMBER.  EMPLOYEES
000210*                     IN A DEPARTMENT NOT ON THE MASTER ARE
000220*                     COUNTED ON A LINE OF THEIR OWN.  ENDS WITH
000230*                     RETURN CODE 4 WHEN ANY DEPARTMENT IS OVER.
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DEPT-MASTER     ASSIGN TO DEPTMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS DEP-CODE
000370         FILE STATUS IS WS-DEPT-FILE-STATUS.
000380     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-ID
000420         FILE STATUS IS WS-MASTER-FILE-STATUS.
000430     SELECT PENDING-IN      ASSIGN TO PNDIN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PND-FILE-STATUS.
000460     SELECT REPORT-FILE     ASSIGN TO HDCRPT
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  DEPT-MASTER
000520     LABEL RECORDS ARE STANDARD.
000530     COPY DEPREC.
000540
000550 FD  EMPLOYEE-MASTER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY EMPREC.
000580
000590 FD  PENDING-IN
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  PND-IN-RECORD                   PIC X(71).
000630
000640 FD  REPORT-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  RPT-RECORD                      PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710*    SWITCHES
000720*****************************************************************
000730 01  WS-SWITCHES.
000740     05  WS-DEPT-EOF-SW              PIC X(01)   VALUE 'N'.
000750         88  DEPT-EOF                            VALUE 'Y'.
000760         88  DEPT-NOT-EOF                         VALUE 'N'.
000770     05  WS-MASTER-EOF-SW            PIC X(01)   VALUE 'N'.
000780         88  MASTER-EOF                          VALUE 'Y'.
000790         88  MASTER-NOT-EOF                       VALUE 'N'.
000800     05  WS-PENDING-EOF-SW           PIC X(01)   VALUE 'N'.
000810         88  PENDING-EOF                         VALUE 'Y'.
000820         88  PENDING-NOT-EOF                      VALUE 'N'.
000830     05  WS-HEAD-FOUND-SW            PIC X(01)   VALUE 'N'.
000840         88  HEAD-FOUND                           VALUE 'Y'.
000850         88  HEAD-NOT-FOUND                       VALUE 'N'.
000860     05  WS-HEAD-FULL-SW             PIC X(01)   VALUE 'N'.
000870         88  HEAD-TABLE-FULL                      VALUE 'Y'.
000880
000890 01  WS-DEPT-FILE-STATUS             PIC X(02)   VALUE '00'.
000900     88  WS-DEPT-FILE-OK                          VALUE '00'.
000910
000920 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
000930     88  WS-MASTER-FILE-OK                        VALUE '00'.
000940
000950 01  WS-PND-FILE-STATUS              PIC X(02)   VALUE '00'.
000960     88  WS-PND-FILE-FOUND                        VALUE '00'.
000970     88  WS-PND-FILE-NOT-FOUND                    VALUE '35'.
000980
000990*****************************************************************
001000*    RUN TOTALS
001010*****************************************************************
001020 01  WS-TOTALS.
001030     05  WS-EMP-COUNT                PIC 9(05) COMP VALUE ZERO.
001040     05  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
001050     05  WS-OVER-COUNT               PIC 9(05) COMP VALUE ZERO.
001060     05  WS-UNDER-COUNT              PIC 9(05) COMP VALUE ZERO.
001070     05  WS-NO-BUDGET-COUNT          PIC 9(05) COMP VALUE ZERO.
001080
001090*****************************************************************
001100*    DEPARTMENT HEADCOUNT TABLE - ONE ENTRY PER DEPARTMENT ON
001110*    THE DEPARTMENT MASTER, IN KEY ORDER, THEN ONE PER UNKNOWN
001120*    DEPARTMENT CODE FOUND ON AN EMPLOYEE OR PENDING CARD.
001130*****************************************************************
001140 01  WS-HEAD-COUNT                   PIC 9(03) COMP VALUE ZERO.
001150 01  WS-HEAD-TABLE.
001160     05  WS-HEAD-ENTRY       OCCURS 500 TIMES
001170                             INDEXED BY WS-HEAD-IDX.
001180         10  WS-HDC-DEPT-CODE        PIC X(03).
001190         10  WS-HDC-DEPT-NAME        PIC X(20).
001200         10  WS-HDC-BUDGET-SW        PIC X(01).
001210             88  HDC-BUDGET-ON-FILE               VALUE 'Y'.
001220         10  WS-HDC-AUTH-HEADCOUNT   PIC 9(05) COMP.
001230         10  WS-HDC-BUDGET-EFF-DATE  PIC 9(08).
001240         10  WS-HDC-ACTIVE           PIC 9(05) COMP.
001250         10  WS-HDC-INACTIVE         PIC 9(05) COMP.
001260         10  WS-HDC-TERMINATED       PIC 9(05) COMP.
001270         10  WS-HDC-PEND-ADDS        PIC 9(05) COMP.
001280         10  WS-HDC-PEND-IN          PIC 9(05) COMP.
001290         10  WS-HDC-PEND-OUT         PIC 9(05) COMP.
001300 01  WS-HEAD-DEPT-CODE               PIC X(03).
001310
001320*****************************************************************
001330*    VARIANCE WORK AREAS AND DEPARTMENT TOTALS
001340*****************************************************************
001350 01  WS-PROJECTED                    PIC S9(07) COMP VALUE ZERO.
001360 01  WS-VARIANCE                     PIC S9(07) COMP VALUE ZERO.
001370 01  WS-GRAND-TOTALS.
001380     05  WS-GRD-AUTH-HEADCOUNT       PIC 9(07) COMP VALUE ZERO.
001390     05  WS-GRD-ACTIVE               PIC 9(07) COMP VALUE ZERO.
001400     05  WS-GRD-INACTIVE             PIC 9(07) COMP VALUE ZERO.
001410     05  WS-GRD-TERMINATED           PIC 9(07) COMP VALUE ZERO.
001420     05  WS-GRD-PEND-ADDS            PIC 9(07) COMP VALUE ZERO.
001430     05  WS-GRD-PEND-IN              PIC 9(07) COMP VALUE ZERO.
001440     05  WS-GRD-PEND-OUT             PIC 9(07) COMP VALUE ZERO.
001450     05  WS-GRD-VARIANCE             PIC S9(07) COMP VALUE ZERO.
001460
001470*****************************************************************
001480*    PENDING TRANSACTION WORK AREA
001490*****************************************************************
001500     COPY EMPTRN.
001510
001520*****************************************************************
001530*    REPORT CONTROL AND PRINT LINES
001540*****************************************************************
001550 01  WS-REPORT-CONTROL.
001560     05  WS-RUN-DATE                 PIC 9(08).
001570     05  WS-PAGE-NBR                 PIC 9(03) COMP    VALUE ZERO.
001580     05  WS-LINE-CTR                 PIC 9(03) COMP    VALUE 99.
001590     05  WS-MAX-LINES                PIC 9(03) COMP    VALUE 50.
001600
001610 01  WS-HEADING-LINE.
001620     05  FILLER      PIC X(30) VALUE
001630         'HEADCOUNT VARIANCE REPORT     '.
001640     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
001650     05  WS-HDR-RUN-DATE             PIC 9(08).
001660     05  FILLER                      PIC X(05) VALUE SPACES.
001670     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
001680     05  WS-HDR-PAGE-NBR             PIC ZZ9.
001690     05  FILLER                      PIC X(20) VALUE SPACES.
001700
001710 01  WS-COLUMN-LINE-1.
001720     05  FILLER                      PIC X(20) VALUE SPACES.
001730     05  FILLER                      PIC X(09) VALUE 'BUDGET'.
001740     05  FILLER                      PIC X(06) VALUE SPACES.
001750     05  FILLER                      PIC X(18) VALUE
001760         '---- ON MASTER ---'.
001770     05  FILLER                      PIC X(15) VALUE
001780         '--- PENDING ---'.
001790     05  FILLER                      PIC X(12) VALUE SPACES.
001800
001810 01  WS-COLUMN-LINE-2.
001820     05  FILLER                      PIC X(04) VALUE 'DEPT'.
001830     05  FILLER                      PIC X(16) VALUE 'NAME'.
001840     05  FILLER                      PIC X(09) VALUE 'EFF DATE'.
001850     05  FILLER                      PIC X(06) VALUE ' AUTH'.
001860     05  FILLER                      PIC X(06) VALUE ' ACTV'.
001870     05  FILLER                      PIC X(06) VALUE ' INAC'.
001880     05  FILLER                      PIC X(06) VALUE ' TERM'.
001890     05  FILLER                      PIC X(05) VALUE ' ADD'.
001900     05  FILLER                      PIC X(05) VALUE '  IN'.
001910     05  FILLER                      PIC X(05) VALUE ' OUT'.
001920     05  FILLER                      PIC X(07) VALUE 'OV/UND'.
001930     05  FILLER                      PIC X(05) VALUE SPACES.
001940
001950 01  WS-DETAIL-LINE.
001960     05  WS-DTL-DEPT-CODE            PIC X(03).
001970     05  FILLER                      PIC X(01) VALUE SPACES.
001980     05  WS-DTL-DEPT-NAME            PIC X(15).
001990     05  FILLER                      PIC X(01) VALUE SPACES.
002000     05  WS-DTL-BUDGET-EFF-DATE      PIC X(08).
002010     05  FILLER                      PIC X(01) VALUE SPACES.
002020     05  WS-DTL-AUTH-HEADCOUNT       PIC ZZZZ9.
002030     05  WS-DTL-AUTH-HEADCOUNT-X REDEFINES WS-DTL-AUTH-HEADCOUNT
002040                                     PIC X(05).
002050     05  FILLER                      PIC X(01) VALUE SPACES.
002060     05  WS-DTL-ACTIVE               PIC ZZZZ9.
002070     05  FILLER                      PIC X(01) VALUE SPACES.
002080     05  WS-DTL-INACTIVE             PIC ZZZZ9.
002090     05  FILLER                      PIC X(01) VALUE SPACES.
002100     05  WS-DTL-TERMINATED           PIC ZZZZ9.
002110     05  FILLER                      PIC X(01) VALUE SPACES.
002120     05  WS-DTL-PEND-ADDS            PIC ZZZ9.
002130     05  FILLER                      PIC X(01) VALUE SPACES.
002140     05  WS-DTL-PEND-IN              PIC ZZZ9.
002150     05  FILLER                      PIC X(01) VALUE SPACES.
002160     05  WS-DTL-PEND-OUT             PIC ZZZ9.
002170     05  FILLER                      PIC X(01) VALUE SPACES.
002180     05  WS-DTL-VARIANCE             PIC +ZZZZ9.
002190     05  WS-DTL-VARIANCE-X REDEFINES WS-DTL-VARIANCE
002200                                     PIC X(06).
002210     05  FILLER                      PIC X(01) VALUE SPACES.
002220     05  WS-DTL-FLAG                 PIC X(05).
002230
002240 01  WS-TOTAL-LINE.
002250     05  WS-TOT-LABEL                PIC X(26).
002260     05  WS-TOT-VALUE                PIC ZZZZ9.
002270     05  FILLER                      PIC X(49) VALUE SPACES.
002280
002290 01  WS-TRAILER-LINE.
002300     05  FILLER          PIC X(21) VALUE '*** END OF REPORT ***'.
002310     05  FILLER                      PIC X(59) VALUE SPACES.
002320
002330*****************************************************************
002340*    BUSINESS-DATE PARAMETER AREA
002350*****************************************************************
002360     COPY BDTWRK.
002370
002380 PROCEDURE DIVISION.
002390*****************************************************************
002400*    0000-MAINLINE
002410*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE RUN.
002420*****************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002450     PERFORM 2000-LOAD-DEPARTMENTS THRU 2000-EXIT.
002460     PERFORM 3000-COUNT-EMPLOYEES  THRU 3000-EXIT.
002470     PERFORM 4000-COUNT-PENDING    THRU 4000-EXIT.
002480     PERFORM 5000-PRINT-VARIANCE   THRU 5000-EXIT.
002490     PERFORM 6000-PRINT-TOTALS     THRU 6000-EXIT.
002500     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002510     STOP RUN.
002520
002530*****************************************************************
002540*    1000-INITIALIZE
002550*    OPENS THE TWO MASTERS AND THE REPORT.  EITHER MASTER
002560*    MISSING STOPS THE RUN WITH RETURN CODE 16.
002570*****************************************************************
002580 1000-INITIALIZE.
002590     CALL 'BDTFETCH' USING BDT-PARAMETERS.
002600     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
002610     OPEN INPUT DEPT-MASTER.
002620     IF NOT WS-DEPT-FILE-OK
002630         DISPLAY "HDCRPT - CANNOT OPEN DEPARTMENT MASTER, "
002640             "STATUS: " WS-DEPT-FILE-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     OPEN INPUT EMPLOYEE-MASTER.
002690     IF NOT WS-MASTER-FILE-OK
002700         DISPLAY "HDCRPT - CANNOT OPEN EMPLOYEE MASTER, "
002710             "STATUS: " WS-MASTER-FILE-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     OPEN OUTPUT REPORT-FILE.
002760 1000-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800*    2000-LOAD-DEPARTMENTS
002810*    TABLES EVERY DEPARTMENT ON THE DEPARTMENT MASTER WITH ITS
002820*    BUDGET, IN KEY ORDER.
002830*****************************************************************
002840 2000-LOAD-DEPARTMENTS.
002850     PERFORM 2100-READ-DEPT  THRU 2100-EXIT.
002860     PERFORM 2200-TABLE-DEPT THRU 2200-EXIT
002870         UNTIL DEPT-EOF.
002880 2000-EXIT.
002890     EXIT.
002900
002910 2100-READ-DEPT.
002920     READ DEPT-MASTER NEXT RECORD
002930         AT END
002940             SET DEPT-EOF TO TRUE
002950     END-READ.
002960     IF NOT WS-DEPT-FILE-OK
002970         SET DEPT-EOF TO TRUE
002980     END-IF.
002990 2100-EXIT.
003000     EXIT.
003010
003020 2200-TABLE-DEPT.
003030     MOVE DEP-CODE TO WS-HEAD-DEPT-CODE.
003040     PERFORM 7000-FIND-HEAD-ENTRY THRU 7000-EXIT.
003050     IF HEAD-FOUND
003060         MOVE DEP-NAME TO WS-HDC-DEPT-NAME (WS-HEAD-IDX)
003070         IF NOT DEP-NO-BUDGET
003080             MOVE 'Y' TO WS-HDC-BUDGET-SW (WS-HEAD-IDX)
003090             MOVE DEP-AUTH-HEADCOUNT
003100                 TO WS-HDC-AUTH-HEADCOUNT (WS-HEAD-IDX)
003110             MOVE DEP-BUDGET-EFF-DATE
003120                 TO WS-HDC-BUDGET-EFF-DATE (WS-HEAD-IDX)
003130         END-IF
003140     END-IF.
003150     PERFORM 2100-READ-DEPT THRU 2100-EXIT.
003160 2200-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*    3000-COUNT-EMPLOYEES
003210*    COUNTS EVERY EMPLOYEE ON THE MASTER UNDER THE EMPLOYEE'S
003220*    DEPARTMENT BY EMPLOYMENT STATUS.
003230*****************************************************************
003240 3000-COUNT-EMPLOYEES.
003250     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003260     PERFORM 3200-COUNT-ONE   THRU 3200-EXIT
003270         UNTIL MASTER-EOF.
003280 3000-EXIT.
003290     EXIT.
003300
003310 3100-READ-MASTER.
003320     READ EMPLOYEE-MASTER NEXT RECORD
003330         AT END
003340             SET MASTER-EOF TO TRUE
003350     END-READ.
003360     IF NOT WS-MASTER-FILE-OK
003370         SET MASTER-EOF TO TRUE
003380     END-IF.
003390 3100-EXIT.
003400     EXIT.
003410
003420 3200-COUNT-ONE.
003430     ADD 1 TO WS-EMP-COUNT.
003440     MOVE EMP-DEPT-CODE TO WS-HEAD-DEPT-CODE.
003450     PERFORM 7000-FIND-HEAD-ENTRY THRU 7000-EXIT.
003460     IF HEAD-NOT-FOUND
003470         GO TO 3200-READ-NEXT
003480     END-IF.
003490     EVALUATE TRUE
003500         WHEN EMP-ACTIVE
003510             ADD 1 TO WS-HDC-ACTIVE (WS-HEAD-IDX)
003520         WHEN EMP-INACTIVE
003530             ADD 1 TO WS-HDC-INACTIVE (WS-HEAD-IDX)
003540         WHEN EMP-TERMINATED
003550             ADD 1 TO WS-HDC-TERMINATED (WS-HEAD-IDX)
003560     END-EVALUATE.
003570 3200-READ-NEXT.
003580     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003590 3200-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*    4000-COUNT-PENDING
003640*    COUNTS THE ADDS AND TRANSFERS WAITING ON THE PENDING FILE
003650*    FOR THEIR EFFECTIVE DATE.  A MISSING FILE IS AN EMPTY ONE.
003660*****************************************************************
003670 4000-COUNT-PENDING.
003680     OPEN INPUT PENDING-IN.
003690     IF WS-PND-FILE-NOT-FOUND
003700         DISPLAY "HDCRPT - PNDIN NOT PRESENT, TREATED AS EMPTY"
003710         GO TO 4000-EXIT
003720     END-IF.
003730     PERFORM 4100-READ-PENDING  THRU 4100-EXIT.
003740     PERFORM 4200-COUNT-PENDING THRU 4200-EXIT
003750         UNTIL PENDING-EOF.
003760     CLOSE PENDING-IN.
003770 4000-EXIT.
003780     EXIT.
003790
003800 4100-READ-PENDING.
003810     READ PENDING-IN
003820         AT END
003830             SET PENDING-EOF TO TRUE
003840     END-READ.
003850 4100-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890*    4200-COUNT-PENDING
003900*    AN ADD OF AN ACTIVE EMPLOYEE COUNTS AS A PENDING ADD TO
003910*    ITS DEPARTMENT.  A CHANGE THAT MOVES AN EMPLOYEE TO A NEW
003920*    DEPARTMENT COUNTS AS A TRANSFER IN THERE WHEN THE CARD
003930*    LEAVES THE EMPLOYEE ACTIVE, AND AS A TRANSFER OUT OF THE
003940*    CURRENT DEPARTMENT WHEN THE MASTER SHOWS THEM ACTIVE NOW.
003950*****************************************************************
003960 4200-COUNT-PENDING.
003970     ADD 1 TO WS-PENDING-COUNT.
003980     MOVE PND-IN-RECORD TO EMP-TRANS-RECORD.
003990     IF TRN-ADD
004000       AND TRN-STATUS = 'A'
004010         MOVE TRN-DEPT-CODE TO WS-HEAD-DEPT-CODE
004020         PERFORM 7000-FIND-HEAD-ENTRY THRU 7000-EXIT
004030         IF HEAD-FOUND
004040             ADD 1 TO WS-HDC-PEND-ADDS (WS-HEAD-IDX)
004050         END-IF
004060         GO TO 4200-READ-NEXT
004070     END-IF.
004080     IF NOT TRN-CHANGE
004090         GO TO 4200-READ-NEXT
004100     END-IF.
004110     MOVE TRN-EMP-ID TO EMP-ID.
004120     READ EMPLOYEE-MASTER
004130         INVALID KEY
004140             GO TO 4200-READ-NEXT
004150     END-READ.
004160     IF EMP-DEPT-CODE = TRN-DEPT-CODE
004170         GO TO 4200-READ-NEXT
004180     END-IF.
004190     IF TRN-STATUS = 'A'
004200         MOVE TRN-DEPT-CODE TO WS-HEAD-DEPT-CODE
004210         PERFORM 7000-FIND-HEAD-ENTRY THRU 7000-EXIT
004220         IF HEAD-FOUND
004230             ADD 1 TO WS-HDC-PEND-IN (WS-HEAD-IDX)
004240         END-IF
004250     END-IF.
004260     IF EMP-ACTIVE
004270         MOVE EMP-DEPT-CODE TO WS-HEAD-DEPT-CODE
004280         PERFORM 7000-FIND-HEAD-ENTRY THRU 7000-EXIT
004290         IF HEAD-FOUND
004300             ADD 1 TO WS-HDC-PEND-OUT (WS-HEAD-IDX)
004310         END-IF
004320     END-IF.
004330 4200-READ-NEXT.
004340     PERFORM 4100-READ-PENDING THRU 4100-EXIT.
004350 4200-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390*    5000-PRINT-VARIANCE
004400*    PRINTS ONE LINE PER TABLED DEPARTMENT.
004410*****************************************************************
004420 5000-PRINT-VARIANCE.
004430     PERFORM 5100-PRINT-DEPT THRU 5100-EXIT
004440         VARYING WS-HEAD-IDX FROM 1 BY 1
004450         UNTIL WS-HEAD-IDX > WS-HEAD-COUNT.
004460 5000-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*    5100-PRINT-DEPT
004510*    THE PROJECTED COUNT IS THE ACTIVE COUNT WITH THE PENDING
004520*    ADDS AND TRANSFERS APPLIED; THE VARIANCE IS THAT LESS THE
004530*    AUTHORIZED HEADCOUNT - PLUS IS OVER, MINUS IS UNDER.  A
004540*    DEPARTMENT WITH NO BUDGET ON FILE HAS NO VARIANCE.
004550*****************************************************************
004560 5100-PRINT-DEPT.
004570     IF WS-LINE-CTR >= WS-MAX-LINES
004580         PERFORM 5900-PRINT-HEADING THRU 5900-EXIT
004590     END-IF.
004600     MOVE WS-HDC-DEPT-CODE (WS-HEAD-IDX)   TO WS-DTL-DEPT-CODE.
004610     MOVE WS-HDC-DEPT-NAME (WS-HEAD-IDX)   TO WS-DTL-DEPT-NAME.
004620     MOVE WS-HDC-ACTIVE (WS-HEAD-IDX)      TO WS-DTL-ACTIVE.
004630     MOVE WS-HDC-INACTIVE (WS-HEAD-IDX)    TO WS-DTL-INACTIVE.
004640     MOVE WS-HDC-TERMINATED (WS-HEAD-IDX)  TO WS-DTL-TERMINATED.
004650     MOVE WS-HDC-PEND-ADDS (WS-HEAD-IDX)   TO WS-DTL-PEND-ADDS.
004660     MOVE WS-HDC-PEND-IN (WS-HEAD-IDX)     TO WS-DTL-PEND-IN.
004670     MOVE WS-HDC-PEND-OUT (WS-HEAD-IDX)    TO WS-DTL-PEND-OUT.
004680     ADD WS-HDC-ACTIVE (WS-HEAD-IDX)     TO WS-GRD-ACTIVE.
004690     ADD WS-HDC-INACTIVE (WS-HEAD-IDX)   TO WS-GRD-INACTIVE.
004700     ADD WS-HDC-TERMINATED (WS-HEAD-IDX) TO WS-GRD-TERMINATED.
004710     ADD WS-HDC-PEND-ADDS (WS-HEAD-IDX)  TO WS-GRD-PEND-ADDS.
004720     ADD WS-HDC-PEND-IN (WS-HEAD-IDX)    TO WS-GRD-PEND-IN.
004730     ADD WS-HDC-PEND-OUT (WS-HEAD-IDX)   TO WS-GRD-PEND-OUT.
004740     IF NOT HDC-BUDGET-ON-FILE (WS-HEAD-IDX)
004750         ADD 1 TO WS-NO-BUDGET-COUNT
004760         MOVE 'NONE'  TO WS-DTL-BUDGET-EFF-DATE
004770         MOVE SPACES  TO WS-DTL-AUTH-HEADCOUNT-X
004780                         WS-DTL-VARIANCE-X
004790                         WS-DTL-FLAG
004800         GO TO 5100-WRITE
004810     END-IF.
004820     MOVE WS-HDC-BUDGET-EFF-DATE (WS-HEAD-IDX)
004830         TO WS-DTL-BUDGET-EFF-DATE.
004840     MOVE WS-HDC-AUTH-HEADCOUNT (WS-HEAD-IDX)
004850         TO WS-DTL-AUTH-HEADCOUNT.
004860     ADD WS-HDC-AUTH-HEADCOUNT (WS-HEAD-IDX)
004865         TO WS-GRD-AUTH-HEADCOUNT.
004870     COMPUTE WS-PROJECTED = WS-HDC-ACTIVE (WS-HEAD-IDX)
004880                          + WS-HDC-PEND-ADDS (WS-HEAD-IDX)
004890                          + WS-HDC-PEND-IN (WS-HEAD-IDX)
004900                          - WS-HDC-PEND-OUT (WS-HEAD-IDX).
004910     COMPUTE WS-VARIANCE = WS-PROJECTED
004920                         - WS-HDC-AUTH-HEADCOUNT (WS-HEAD-IDX).
004930     ADD WS-VARIANCE TO WS-GRD-VARIANCE.
004940     MOVE WS-VARIANCE TO WS-DTL-VARIANCE.
004950     EVALUATE TRUE
004960         WHEN WS-VARIANCE > ZERO
004970             MOVE 'OVER ' TO WS-DTL-FLAG
004980             ADD 1 TO WS-OVER-COUNT
004990         WHEN WS-VARIANCE < ZERO
005000             MOVE 'UNDER' TO WS-DTL-FLAG
005010             ADD 1 TO WS-UNDER-COUNT
005020         WHEN OTHER
005030             MOVE SPACES  TO WS-DTL-FLAG
005040     END-EVALUATE.
005050 5100-WRITE.
005060     WRITE RPT-RECORD FROM WS-DETAIL-LINE
005070         AFTER ADVANCING 1 LINE.
005080     ADD 1 TO WS-LINE-CTR.
005090 5100-EXIT.
005100     EXIT.
005110
005120 5900-PRINT-HEADING.
005130     ADD 1 TO WS-PAGE-NBR.
005140     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
005150     MOVE WS-PAGE-NBR TO WS-HDR-PAGE-NBR.
005160     WRITE RPT-RECORD FROM WS-HEADING-LINE
005170         AFTER ADVANCING PAGE.
005180     WRITE RPT-RECORD FROM WS-COLUMN-LINE-1
005190         AFTER ADVANCING 2 LINES.
005200     WRITE RPT-RECORD FROM WS-COLUMN-LINE-2
005210         AFTER ADVANCING 1 LINE.
005220     MOVE 4 TO WS-LINE-CTR.
005230 5900-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270*    6000-PRINT-TOTALS
005280*    PRINTS THE ALL-DEPARTMENT LINE - AUTHORIZED AND VARIANCE
005290*    SUMMED OVER THE BUDGETED DEPARTMENTS ONLY - AND THE RUN
005300*    COUNTS.
005310*****************************************************************
005320 6000-PRINT-TOTALS.
005330     IF WS-PAGE-NBR = ZERO
005340       OR WS-LINE-CTR + 12 > WS-MAX-LINES
005350         PERFORM 5900-PRINT-HEADING THRU 5900-EXIT
005360     END-IF.
005370     MOVE '***'              TO WS-DTL-DEPT-CODE.
005380     MOVE 'ALL DEPARTMENTS'  TO WS-DTL-DEPT-NAME.
005390     MOVE SPACES             TO WS-DTL-BUDGET-EFF-DATE
005400                                WS-DTL-FLAG.
005410     MOVE WS-GRD-AUTH-HEADCOUNT TO WS-DTL-AUTH-HEADCOUNT.
005420     MOVE WS-GRD-ACTIVE         TO WS-DTL-ACTIVE.
005430     MOVE WS-GRD-INACTIVE       TO WS-DTL-INACTIVE.
005440     MOVE WS-GRD-TERMINATED     TO WS-DTL-TERMINATED.
005450     MOVE WS-GRD-PEND-ADDS      TO WS-DTL-PEND-ADDS.
005460     MOVE WS-GRD-PEND-IN        TO WS-DTL-PEND-IN.
005470     MOVE WS-GRD-PEND-OUT       TO WS-DTL-PEND-OUT.
005480     MOVE WS-GRD-VARIANCE       TO WS-DTL-VARIANCE.
005490     WRITE RPT-RECORD FROM WS-DETAIL-LINE
005500         AFTER ADVANCING 2 LINES.
005510     MOVE 'DEPARTMENTS LISTED:       ' TO WS-TOT-LABEL.
005520     MOVE WS-HEAD-COUNT      TO WS-TOT-VALUE.
005530     WRITE RPT-RECORD FROM WS-TOTAL-LINE
005540         AFTER ADVANCING 2 LINES.
005550     MOVE 'OVER AUTHORIZED:          ' TO WS-TOT-LABEL.
005560     MOVE WS-OVER-COUNT      TO WS-TOT-VALUE.
005570     WRITE RPT-RECORD FROM WS-TOTAL-LINE
005580         AFTER ADVANCING 1 LINE.
005590     MOVE 'UNDER AUTHORIZED:         ' TO WS-TOT-LABEL.
005600     MOVE WS-UNDER-COUNT     TO WS-TOT-VALUE.
005610     WRITE RPT-RECORD FROM WS-TOTAL-LINE
005620         AFTER ADVANCING 1 LINE.
005630     MOVE 'NO BUDGET ON FILE:        ' TO WS-TOT-LABEL.
005640     MOVE WS-NO-BUDGET-COUNT TO WS-TOT-VALUE.
005650     WRITE RPT-RECORD FROM WS-TOTAL-LINE
005660         AFTER ADVANCING 1 LINE.
005670     MOVE 'EMPLOYEES READ:           ' TO WS-TOT-LABEL.
005680     MOVE WS-EMP-COUNT       TO WS-TOT-VALUE.
005690     WRITE RPT-RECORD FROM WS-TOTAL-LINE
005700         AFTER ADVANCING 1 LINE.
005710     MOVE 'PENDING CARDS READ:       ' TO WS-TOT-LABEL.
005720     MOVE WS-PENDING-COUNT   TO WS-TOT-VALUE.
005730     WRITE RPT-RECORD FROM WS-TOTAL-LINE
005740         AFTER ADVANCING 1 LINE.
005750     WRITE RPT-RECORD FROM WS-TRAILER-LINE
005760         AFTER ADVANCING 2 LINES.
005770 6000-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810*    7000-FIND-HEAD-ENTRY
005820*    FINDS WS-HEAD-DEPT-CODE IN THE DEPARTMENT TABLE.  A CODE
005830*    NOT YET TABLED IS ADDED - FROM AN EMPLOYEE OR PENDING CARD
005840*    THAT MEANS A DEPARTMENT MISSING FROM THE MASTER, WHICH IS
005850*    NAMED AS SUCH.  A FULL TABLE SAYS SO ONCE.
005860*****************************************************************
005870 7000-FIND-HEAD-ENTRY.
005880     SET HEAD-NOT-FOUND TO TRUE.
005890     SET WS-HEAD-IDX TO 1.
005900     SEARCH WS-HEAD-ENTRY
005910         AT END
005920             CONTINUE
005930         WHEN WS-HEAD-IDX > WS-HEAD-COUNT
005940             CONTINUE
005950         WHEN WS-HDC-DEPT-CODE (WS-HEAD-IDX) = WS-HEAD-DEPT-CODE
005960             SET HEAD-FOUND TO TRUE
005970     END-SEARCH.
005980     IF HEAD-FOUND
005990         GO TO 7000-EXIT
006000     END-IF.
006010     IF WS-HEAD-COUNT >= 500
006020         IF NOT HEAD-TABLE-FULL
006030             MOVE 'Y' TO WS-HEAD-FULL-SW
006040             DISPLAY "HDCRPT - DEPARTMENT TABLE FULL, LATER "
006050                 "DEPARTMENTS NOT COUNTED"
006060         END-IF
006070         GO TO 7000-EXIT
006080     END-IF.
006090     ADD 1 TO WS-HEAD-COUNT.
006100     SET WS-HEAD-IDX TO WS-HEAD-COUNT.
006110     MOVE WS-HEAD-DEPT-CODE TO WS-HDC-DEPT-CODE (WS-HEAD-IDX).
006120     MOVE '(UNKNOWN DEPT)' TO WS-HDC-DEPT-NAME (WS-HEAD-IDX).
006130     MOVE 'N'  TO WS-HDC-BUDGET-SW (WS-HEAD-IDX).
006140     MOVE ZERO TO WS-HDC-AUTH-HEADCOUNT (WS-HEAD-IDX)
006150                  WS-HDC-BUDGET-EFF-DATE (WS-HEAD-IDX)
006160                  WS-HDC-ACTIVE (WS-HEAD-IDX)
006170                  WS-HDC-INACTIVE (WS-HEAD-IDX)
006180                  WS-HDC-TERMINATED (WS-HEAD-IDX)
006190                  WS-HDC-PEND-ADDS (WS-HEAD-IDX)
006200                  WS-HDC-PEND-IN (WS-HEAD-IDX)
006210                  WS-HDC-PEND-OUT (WS-HEAD-IDX).
006220     SET HEAD-FOUND TO TRUE.
006230 7000-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270*    9000-TERMINATE
006280*    DISPLAYS RUN TOTALS, CLOSES ALL FILES, AND SETS RETURN
006290*    CODE 4 WHEN ANY DEPARTMENT IS OVER ITS AUTHORIZED COUNT.
006300*****************************************************************
006310 9000-TERMINATE.
006320     DISPLAY "HDCRPT - DEPARTMENTS: " WS-HEAD-COUNT
006330         "  OVER: "                   WS-OVER-COUNT
006340         "  UNDER: "                  WS-UNDER-COUNT
006350         "  NO BUDGET: "              WS-NO-BUDGET-COUNT.
006360     CLOSE DEPT-MASTER
006370           EMPLOYEE-MASTER
006380           REPORT-FILE.
006390     IF WS-OVER-COUNT > ZERO
006400         MOVE 4 TO RETURN-CODE
006410     END-IF.
006420 9000-EXIT.
006430     EXIT.
