000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TENRPT.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - MONTHLY SERVICE ANNIVERSARY AND
000120*                     TENURE REPORT FOR HR.  FROM THE BUSINESS
000130*                     DATE SUPPLIED THROUGH BDTFETCH, LISTS THE
000140*                     ACTIVE EMPLOYEES REACHING A 5, 10, 15, 20,
000150*                     OR 25-YEAR ANNIVERSARY IN THE COMING MONTH,
000160*                     ONE PAGE PER DEPARTMENT HEADED WITH THE
000170*                     DEPARTMENT NAME AND MANAGER; THEN A TENURE
000180*                     BAND SUMMARY OF ACTIVE HEADCOUNT PER
000190*                     DEPARTMENT; THEN AN EXCEPTIONS PAGE OF
000200*                     ACTIVE EMPLOYEES WHOSE HIRE DATE IS ZERO,
000210*                     NOT NUMERIC, OR AFTER THE BUSINESS DATE,
000220*                     WHO ARE LEFT OUT OF BOTH.
000222*    2026-10-15 DLW   AN EMPLOYEE HIRED ON 29 FEBRUARY IS SHOWN
000224*                     WITH AN ANNIVERSARY OF 28 FEBRUARY IN A
000226*                     YEAR THAT IS NOT A LEAP YEAR.
000230*****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS EMP-ID
000360         FILE STATUS IS WS-MASTER-FILE-STATUS.
000370     SELECT DEPT-MASTER     ASSIGN TO DEPTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS DEP-CODE
000410         FILE STATUS IS WS-DEPT-FILE-STATUS.
000420     SELECT SORT-FILE       ASSIGN TO SORTWK.
000430     SELECT REPORT-FILE     ASSIGN TO TENRPT
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EMPLOYEE-MASTER
000490     LABEL RECORDS ARE STANDARD.
000500     COPY EMPREC.
000510
000520 FD  DEPT-MASTER
000530     LABEL RECORDS ARE STANDARD.
000540     COPY DEPREC.
000550
000560 SD  SORT-FILE.
000570 01  SRT-RECORD.
000580     05  SRT-DEPT-CODE               PIC X(03).
000590     05  SRT-EMP-ID                  PIC X(05).
000600     05  SRT-EMP-NAME.
000610         10  SRT-FIRST-NAME          PIC X(15).
000620         10  SRT-LAST-NAME           PIC X(20).
000630     05  SRT-HIRE-DATE               PIC 9(08).
000640     05  SRT-TENURE-YEARS            PIC 9(03).
000650     05  SRT-ANNIV-SW                PIC X(01).
000660         88  SRT-ANNIVERSARY                     VALUE 'Y'.
000670     05  SRT-ANNIV-YEARS             PIC 9(03).
000680     05  SRT-ANNIV-DATE              PIC 9(08).
000690
000700 FD  REPORT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  RPT-RECORD                      PIC X(80).
000740
000750 WORKING-STORAGE SECTION.
000760*****************************************************************
000770*    SWITCHES
000780*****************************************************************
000790 01  WS-SWITCHES.
000800     05  WS-MASTER-EOF-SW            PIC X(01)   VALUE 'N'.
000810         88  MASTER-EOF                          VALUE 'Y'.
000820         88  MASTER-NOT-EOF                       VALUE 'N'.
000830     05  WS-SORT-EOF-SW              PIC X(01)   VALUE 'N'.
000840         88  SORT-EOF                            VALUE 'Y'.
000850         88  SORT-NOT-EOF                         VALUE 'N'.
000860     05  WS-DEPT-MAST-SW             PIC X(01)   VALUE 'N'.
000870         88  DEPT-MAST-AVAILABLE                 VALUE 'Y'.
000880     05  WS-DEPT-PAGE-SW             PIC X(01)   VALUE 'N'.
000890         88  DEPT-PAGE-STARTED                   VALUE 'Y'.
000900         88  DEPT-PAGE-NOT-STARTED               VALUE 'N'.
000910
000920 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
000930     88  WS-MASTER-FILE-OK                        VALUE '00'.
000940
000950 01  WS-DEPT-FILE-STATUS             PIC X(02)   VALUE '00'.
000960     88  WS-DEPT-FILE-OK                          VALUE '00'.
000970
000980*****************************************************************
000990*    DATE WORK AREAS - THE BUSINESS DATE, THE MONTH FOLLOWING
001000*    IT, AND THE HIRE DATE OF THE EMPLOYEE IN HAND.
001010*****************************************************************
001020 01  WS-RUN-DATE                     PIC 9(08).
001030 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001040     05  WS-RUN-YYYY                 PIC 9(04).
001050     05  WS-RUN-MMDD                 PIC 9(04).
001060     05  WS-RUN-MMDD-R REDEFINES WS-RUN-MMDD.
001070         10  WS-RUN-MM               PIC 9(02).
001080         10  WS-RUN-DD               PIC 9(02).
001090
001100 01  WS-TARGET-MONTH                 PIC 9(06).
001110 01  WS-TARGET-MONTH-R REDEFINES WS-TARGET-MONTH.
001120     05  WS-TARGET-YYYY              PIC 9(04).
001130     05  WS-TARGET-MM                PIC 9(02).
001140
001150 01  WS-HIRE-DATE                    PIC 9(08).
001160 01  WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
001170     05  WS-HIRE-YYYY                PIC 9(04).
001180     05  WS-HIRE-MMDD                PIC 9(04).
001190     05  WS-HIRE-MMDD-R REDEFINES WS-HIRE-MMDD.
001200         10  WS-HIRE-MM              PIC 9(02).
001210         10  WS-HIRE-DD              PIC 9(02).
001220
001230 01  WS-TENURE-YEARS                 PIC 9(03).
001240 01  WS-ANNIV-YEARS                  PIC 9(03).
001250     88  WS-MILESTONE-YEARS          VALUES 5 10 15 20 25.
001252 01  WS-ANNIV-MMDD                   PIC 9(04).
001254 01  WS-LEAP-QUOTIENT                PIC 9(04) COMP VALUE ZERO.
001256 01  WS-LEAP-REMAINDER               PIC 9(04) COMP VALUE ZERO.
001260
001270*****************************************************************
001280*    TENURE BAND TABLE - ONE ENTRY PER DEPARTMENT WITH ACTIVE
001290*    EMPLOYEES, FILLED IN DEPARTMENT SEQUENCE AS THE SORTED
001300*    FILE IS RETURNED.
001310*****************************************************************
001320 01  WS-BAND-TBL-COUNT               PIC 9(03) COMP VALUE ZERO.
001330 01  WS-BAND-TABLE.
001340     05  WS-BAND-ENTRY       OCCURS 100 TIMES
001350                             INDEXED BY WS-BAND-IDX.
001360         10  WS-BND-DEPT-CODE        PIC X(03).
001370         10  WS-BND-DEPT-NAME        PIC X(20).
001380         10  WS-BND-UNDER-1          PIC 9(05) COMP.
001390         10  WS-BND-1-TO-4           PIC 9(05) COMP.
001400         10  WS-BND-5-TO-9           PIC 9(05) COMP.
001410         10  WS-BND-10-UP            PIC 9(05) COMP.
001420
001430 01  WS-BAND-TOTALS.
001440     05  WS-TOT-UNDER-1              PIC 9(05) COMP VALUE ZERO.
001450     05  WS-TOT-1-TO-4               PIC 9(05) COMP VALUE ZERO.
001460     05  WS-TOT-5-TO-9               PIC 9(05) COMP VALUE ZERO.
001470     05  WS-TOT-10-UP                PIC 9(05) COMP VALUE ZERO.
001480
001490*****************************************************************
001500*    HIRE DATE EXCEPTION TABLE
001510*****************************************************************
001520 01  WS-EXC-TBL-COUNT                PIC 9(03) COMP VALUE ZERO.
001530 01  WS-EXC-TABLE.
001540     05  WS-EXC-ENTRY        OCCURS 500 TIMES
001550                             INDEXED BY WS-EXC-IDX.
001560         10  WS-EXT-EMP-ID           PIC X(05).
001570         10  WS-EXT-EMP-NAME         PIC X(35).
001580         10  WS-EXT-DEPT-CODE        PIC X(03).
001590         10  WS-EXT-HIRE-DATE        PIC X(08).
001600         10  WS-EXT-REASON           PIC X(20).
001610
001620 01  WS-EXC-REASON                   PIC X(20).
001630
001640*****************************************************************
001650*    CONTROL BREAK FIELDS
001660*****************************************************************
001670 01  WS-CURR-DEPT                    PIC X(03)   VALUE LOW-VALUES.
001680 01  WS-CURR-DEPT-NAME               PIC X(20).
001690 01  WS-CURR-DEPT-MANAGER            PIC X(15).
001700 01  WS-DEPT-ANNIV-COUNT             PIC 9(05) COMP VALUE ZERO.
001710
001720*****************************************************************
001730*    RUN TOTALS
001740*****************************************************************
001750 01  WS-TOTALS.
001760     05  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
001770     05  WS-NOT-ACTIVE-COUNT         PIC 9(05) COMP VALUE ZERO.
001780     05  WS-ACTIVE-COUNT             PIC 9(05) COMP VALUE ZERO.
001790     05  WS-ANNIV-COUNT              PIC 9(05) COMP VALUE ZERO.
001800     05  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
001810
001820*****************************************************************
001830*    BUSINESS-DATE PARAMETER AREA
001840*****************************************************************
001850     COPY BDTWRK.
001860
001870*****************************************************************
001880*    REPORT CONTROL AND PRINT LINES
001890*****************************************************************
001900 01  WS-REPORT-CONTROL.
001910     05  WS-PAGE-NBR                 PIC 9(03) COMP    VALUE ZERO.
001920     05  WS-LINE-CTR                 PIC 9(03) COMP    VALUE 99.
001930     05  WS-MAX-LINES                PIC 9(03) COMP    VALUE 50.
001940
001950 01  WS-HEADING-LINE.
001960     05  WS-HDR-TITLE                PIC X(38).
001970     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
001980     05  WS-HDR-RUN-DATE             PIC 9(08).
001990     05  FILLER                      PIC X(05) VALUE SPACES.
002000     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
002010     05  WS-HDR-PAGE-NBR             PIC ZZ9.
002020     05  FILLER                      PIC X(12) VALUE SPACES.
002030
002040 01  WS-MONTH-LINE.
002050     05  FILLER                      PIC X(26) VALUE
002060         'ANNIVERSARIES FALLING IN: '.
002070     05  WS-MTH-TARGET-YYYY          PIC 9(04).
002080     05  FILLER                      PIC X(01) VALUE '-'.
002090     05  WS-MTH-TARGET-MM            PIC 9(02).
002100     05  FILLER                      PIC X(47) VALUE SPACES.
002110
002120 01  WS-DEPT-LINE.
002130     05  FILLER                      PIC X(06) VALUE 'DEPT: '.
002140     05  WS-DPL-DEPT-CODE            PIC X(03).
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  WS-DPL-DEPT-NAME            PIC X(20).
002170     05  FILLER                      PIC X(04) VALUE SPACES.
002180     05  FILLER                      PIC X(09) VALUE 'MANAGER: '.
002190     05  WS-DPL-MANAGER              PIC X(15).
002200     05  FILLER                      PIC X(21) VALUE SPACES.
002210
002220 01  WS-ANNIV-COLUMN-LINE.
002230     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
002240     05  FILLER                      PIC X(37) VALUE 'NAME'.
002250     05  FILLER                      PIC X(10) VALUE 'HIRED'.
002260     05  FILLER                      PIC X(12) VALUE 'ANNIV DATE'.
002270     05  FILLER                      PIC X(14) VALUE 'YEARS'.
002280
002290 01  WS-ANNIV-DETAIL-LINE.
002300     05  WS-ANN-EMP-ID               PIC X(05).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  WS-ANN-EMP-NAME             PIC X(35).
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  WS-ANN-HIRE-DATE            PIC 9(08).
002350     05  FILLER                      PIC X(02) VALUE SPACES.
002360     05  WS-ANN-ANNIV-DATE           PIC 9(08).
002370     05  FILLER                      PIC X(04) VALUE SPACES.
002380     05  WS-ANN-YEARS                PIC ZZ9.
002390     05  FILLER                      PIC X(11) VALUE SPACES.
002400
002410 01  WS-DEPT-TOTAL-LINE.
002420     05  FILLER                      PIC X(22) VALUE
002430         'DEPARTMENT TOTAL:     '.
002440     05  WS-DTT-COUNT                PIC ZZZZ9.
002450     05  FILLER                      PIC X(53) VALUE SPACES.
002460
002470 01  WS-BAND-COLUMN-LINE.
002480     05  FILLER                      PIC X(05) VALUE 'DEPT'.
002490     05  FILLER                      PIC X(22) VALUE 'NAME'.
002500     05  FILLER                      PIC X(09) VALUE ' UNDER 1'.
002510     05  FILLER                      PIC X(09) VALUE '     1-4'.
002520     05  FILLER                      PIC X(09) VALUE '     5-9'.
002530     05  FILLER                      PIC X(09) VALUE '     10+'.
002540     05  FILLER                      PIC X(09) VALUE '   TOTAL'.
002550     05  FILLER                      PIC X(08) VALUE SPACES.
002560
002570 01  WS-BAND-DETAIL-LINE.
002580     05  WS-BDL-DEPT-CODE            PIC X(03).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  WS-BDL-DEPT-NAME            PIC X(20).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  WS-BDL-UNDER-1              PIC Z(07)9.
002630     05  FILLER                      PIC X(01) VALUE SPACES.
002640     05  WS-BDL-1-TO-4               PIC Z(07)9.
002650     05  FILLER                      PIC X(01) VALUE SPACES.
002660     05  WS-BDL-5-TO-9               PIC Z(07)9.
002670     05  FILLER                      PIC X(01) VALUE SPACES.
002680     05  WS-BDL-10-UP                PIC Z(07)9.
002690     05  FILLER                      PIC X(01) VALUE SPACES.
002700     05  WS-BDL-TOTAL                PIC Z(07)9.
002710     05  FILLER                      PIC X(08) VALUE SPACES.
002720
002730 01  WS-BAND-WORK-TOTAL              PIC 9(05) COMP.
002740
002750 01  WS-EXC-COLUMN-LINE.
002760     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
002770     05  FILLER                      PIC X(37) VALUE 'NAME'.
002780     05  FILLER                      PIC X(06) VALUE 'DEPT'.
002790     05  FILLER                      PIC X(10) VALUE 'HIRE DATE'.
002800     05  FILLER                      PIC X(20) VALUE 'REASON'.
002810
002820 01  WS-EXC-DETAIL-LINE.
002830     05  WS-EXD-EMP-ID               PIC X(05).
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  WS-EXD-EMP-NAME             PIC X(35).
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  WS-EXD-DEPT-CODE            PIC X(03).
002880     05  FILLER                      PIC X(03) VALUE SPACES.
002890     05  WS-EXD-HIRE-DATE            PIC X(08).
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910     05  WS-EXD-REASON               PIC X(20).
002920
002930 01  WS-MESSAGE-LINE.
002940     05  WS-MSG-TEXT                 PIC X(60).
002950     05  FILLER                      PIC X(20) VALUE SPACES.
002960
002970 01  WS-TOTAL-LINE.
002980     05  WS-TOT-LABEL                PIC X(30).
002990     05  WS-TOT-VALUE                PIC ZZZZ9.
003000     05  FILLER                      PIC X(45) VALUE SPACES.
003010
003020 01  WS-TRAILER-LINE.
003030     05  FILLER          PIC X(21) VALUE '*** END OF REPORT ***'.
003040     05  FILLER                      PIC X(59) VALUE SPACES.
003050
003060 PROCEDURE DIVISION.
003070*****************************************************************
003080*    0000-MAINLINE
003090*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE RUN.
003100*****************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
003130     PERFORM 2000-PROCESS-MASTER     THRU 2000-EXIT.
003140     PERFORM 5000-PRINT-BAND-SUMMARY THRU 5000-EXIT.
003150     PERFORM 6000-PRINT-EXCEPTIONS   THRU 6000-EXIT.
003160     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
003170     STOP RUN.
003180
003190*****************************************************************
003200*    1000-INITIALIZE
003210*    OPENS ALL FILES AND WORKS OUT THE MONTH FOLLOWING THE
003220*    BUSINESS DATE.  THE EMPLOYEE MASTER MUST OPEN OR THE RUN
003230*    ENDS WITH RETURN CODE 16; A DEPARTMENT MASTER NOT
003240*    AVAILABLE LEAVES THE NAMES AND MANAGERS BLANK.
003250*****************************************************************
003260 1000-INITIALIZE.
003270     OPEN INPUT EMPLOYEE-MASTER.
003280     IF NOT WS-MASTER-FILE-OK
003290         DISPLAY "TENRPT - CANNOT OPEN EMPLOYEE MASTER, STATUS: "
003300             WS-MASTER-FILE-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     OPEN INPUT DEPT-MASTER.
003350     IF WS-DEPT-FILE-OK
003360         SET DEPT-MAST-AVAILABLE TO TRUE
003370     ELSE
003380         DISPLAY "TENRPT - DEPARTMENT MASTER NOT AVAILABLE, "
003390             "STATUS: " WS-DEPT-FILE-STATUS
003400             " - NAMES AND MANAGERS NOT PRINTED"
003410     END-IF.
003420     OPEN OUTPUT REPORT-FILE.
003430     CALL 'BDTFETCH' USING BDT-PARAMETERS.
003440     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
003450     IF WS-RUN-MM = 12
003460         ADD 1 WS-RUN-YYYY GIVING WS-TARGET-YYYY
003470         MOVE 1 TO WS-TARGET-MM
003480     ELSE
003490         MOVE WS-RUN-YYYY TO WS-TARGET-YYYY
003500         ADD 1 WS-RUN-MM GIVING WS-TARGET-MM
003510     END-IF.
003520     MOVE WS-TARGET-YYYY TO WS-MTH-TARGET-YYYY.
003530     MOVE WS-TARGET-MM   TO WS-MTH-TARGET-MM.
003540 1000-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580*    2000-PROCESS-MASTER
003590*    SORTS THE ACTIVE EMPLOYEES WITH USABLE HIRE DATES INTO
003600*    DEPARTMENT SEQUENCE, PRINTING THE ANNIVERSARY PAGES AND
003610*    TALLYING THE TENURE BANDS AS THEY ARE RETURNED.
003620*****************************************************************
003630 2000-PROCESS-MASTER.
003640     SORT SORT-FILE
003650         ON ASCENDING KEY SRT-DEPT-CODE
003660                          SRT-EMP-ID
003670         INPUT PROCEDURE IS 2100-RELEASE-ACTIVE
003680             THRU 2100-EXIT
003690         OUTPUT PROCEDURE IS 3000-PRINT-ANNIVERSARIES
003700             THRU 3000-EXIT.
003710 2000-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750*    2100-RELEASE-ACTIVE
003760*    READS THE EMPLOYEE MASTER AND RELEASES EVERY ACTIVE
003770*    EMPLOYEE WITH ITS TENURE AND ANY MILESTONE ANNIVERSARY IN
003780*    THE COMING MONTH.  A HIRE DATE THAT IS ZERO, NOT NUMERIC,
003790*    OR AFTER THE BUSINESS DATE IS TABLED AS AN EXCEPTION.
003800*****************************************************************
003810 2100-RELEASE-ACTIVE.
003820     PERFORM 2150-READ-MASTER      THRU 2150-EXIT.
003830     PERFORM 2200-RELEASE-EMPLOYEE THRU 2200-EXIT
003840         UNTIL MASTER-EOF.
003850 2100-EXIT.
003860     EXIT.
003870
003880 2150-READ-MASTER.
003890     READ EMPLOYEE-MASTER NEXT RECORD
003900         AT END
003910             SET MASTER-EOF TO TRUE
003920     END-READ.
003930 2150-EXIT.
003940     EXIT.
003950
003960 2200-RELEASE-EMPLOYEE.
003970     ADD 1 TO WS-READ-COUNT.
003980     IF NOT EMP-ACTIVE
003990         ADD 1 TO WS-NOT-ACTIVE-COUNT
004000         GO TO 2200-READ-NEXT
004010     END-IF.
004020     ADD 1 TO WS-ACTIVE-COUNT.
004030     IF EMP-HIRE-DATE IS NOT NUMERIC
004040         MOVE 'HIRE DATE INVALID' TO WS-EXC-REASON
004050         PERFORM 2400-TABLE-EXCEPTION THRU 2400-EXIT
004060         GO TO 2200-READ-NEXT
004070     END-IF.
004080     IF EMP-HIRE-DATE = ZERO
004090         MOVE 'HIRE DATE ZERO' TO WS-EXC-REASON
004100         PERFORM 2400-TABLE-EXCEPTION THRU 2400-EXIT
004110         GO TO 2200-READ-NEXT
004120     END-IF.
004130     IF EMP-HIRE-DATE > WS-RUN-DATE
004140         MOVE 'HIRE DATE IN FUTURE' TO WS-EXC-REASON
004150         PERFORM 2400-TABLE-EXCEPTION THRU 2400-EXIT
004160         GO TO 2200-READ-NEXT
004170     END-IF.
004180     PERFORM 2300-COMPUTE-TENURE THRU 2300-EXIT.
004190     MOVE EMP-DEPT-CODE    TO SRT-DEPT-CODE.
004200     MOVE EMP-ID           TO SRT-EMP-ID.
004210     MOVE EMP-FIRST-NAME   TO SRT-FIRST-NAME.
004220     MOVE EMP-LAST-NAME    TO SRT-LAST-NAME.
004230     MOVE EMP-HIRE-DATE    TO SRT-HIRE-DATE.
004240     MOVE WS-TENURE-YEARS  TO SRT-TENURE-YEARS.
004250     MOVE 'N'              TO SRT-ANNIV-SW.
004260     MOVE ZERO             TO SRT-ANNIV-YEARS
004270                              SRT-ANNIV-DATE.
004280     IF WS-HIRE-MM = WS-TARGET-MM
004290         SUBTRACT WS-HIRE-YYYY FROM WS-TARGET-YYYY
004300             GIVING WS-ANNIV-YEARS
004310         IF WS-MILESTONE-YEARS
004320             SET SRT-ANNIVERSARY   TO TRUE
004330             MOVE WS-ANNIV-YEARS   TO SRT-ANNIV-YEARS
004340             PERFORM 2250-SET-ANNIV-DATE THRU 2250-EXIT
004360         END-IF
004370     END-IF.
004380     RELEASE SRT-RECORD.
004390 2200-READ-NEXT.
004400     PERFORM 2150-READ-MASTER THRU 2150-EXIT.
004410 2200-EXIT.
004420     EXIT.
004421
004422*****************************************************************
004423*    2250-SET-ANNIV-DATE
004424*    SETS THE ANNIVERSARY DATE IN THE TARGET YEAR.  A 29
004425*    FEBRUARY HIRE DATE FALLS ON 28 FEBRUARY WHEN THE TARGET
004426*    YEAR IS NOT A LEAP YEAR, BY THE SAME MOD-4 RULE THE DATE
004427*    ROUTINES IN ARCPURGE USE.
004428*****************************************************************
004429 2250-SET-ANNIV-DATE.
004430     MOVE WS-HIRE-MMDD TO WS-ANNIV-MMDD.
004431     IF WS-HIRE-MMDD = 0229
004432         DIVIDE WS-TARGET-YYYY BY 4
004433             GIVING WS-LEAP-QUOTIENT
004434             REMAINDER WS-LEAP-REMAINDER
004435         IF WS-LEAP-REMAINDER NOT = ZERO
004436             MOVE 0228 TO WS-ANNIV-MMDD
004437         END-IF
004438     END-IF.
004439     COMPUTE SRT-ANNIV-DATE = WS-TARGET-YYYY * 10000
004440                            + WS-ANNIV-MMDD.
004441 2250-EXIT.
004442     EXIT.
004443
004444*****************************************************************
004450*    2300-COMPUTE-TENURE
004460*    COMPLETED YEARS OF SERVICE AT THE BUSINESS DATE - THE
004470*    DIFFERENCE IN YEARS, LESS ONE WHEN THIS YEAR'S ANNIVERSARY
004480*    HAS NOT YET COME.
004490*****************************************************************
004500 2300-COMPUTE-TENURE.
004510     MOVE EMP-HIRE-DATE TO WS-HIRE-DATE.
004520     SUBTRACT WS-HIRE-YYYY FROM WS-RUN-YYYY
004530         GIVING WS-TENURE-YEARS.
004540     IF WS-RUN-MMDD < WS-HIRE-MMDD
004550         SUBTRACT 1 FROM WS-TENURE-YEARS
004560     END-IF.
004570 2300-EXIT.
004580     EXIT.
004590
004600 2400-TABLE-EXCEPTION.
004610     ADD 1 TO WS-EXCEPTION-COUNT.
004620     IF WS-EXC-TBL-COUNT >= 500
004630         DISPLAY "TENRPT - EXCEPTION TABLE FULL, NOT LISTED: "
004640             EMP-ID " " WS-EXC-REASON
004650         GO TO 2400-EXIT
004660     END-IF.
004670     ADD 1 TO WS-EXC-TBL-COUNT.
004680     SET WS-EXC-IDX TO WS-EXC-TBL-COUNT.
004690     MOVE EMP-ID        TO WS-EXT-EMP-ID (WS-EXC-IDX).
004700     MOVE SPACES        TO WS-EXT-EMP-NAME (WS-EXC-IDX).
004710     STRING EMP-FIRST-NAME DELIMITED BY SPACE
004720            ' '            DELIMITED BY SIZE
004730            EMP-LAST-NAME  DELIMITED BY SIZE
004740         INTO WS-EXT-EMP-NAME (WS-EXC-IDX).
004750     MOVE EMP-DEPT-CODE TO WS-EXT-DEPT-CODE (WS-EXC-IDX).
004760     MOVE EMP-HIRE-DATE TO WS-EXT-HIRE-DATE (WS-EXC-IDX).
004770     MOVE WS-EXC-REASON TO WS-EXT-REASON (WS-EXC-IDX).
004780 2400-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*    3000-PRINT-ANNIVERSARIES
004830*    RETURNS THE SORTED EMPLOYEES.  EACH DEPARTMENT OPENS A
004840*    TENURE BAND ENTRY; A DEPARTMENT WITH AN ANNIVERSARY IN THE
004850*    COMING MONTH GETS ITS OWN PAGE FOR ITS MANAGER.
004860*****************************************************************
004870 3000-PRINT-ANNIVERSARIES.
004880     PERFORM 3100-RETURN-SORTED  THRU 3100-EXIT.
004890     PERFORM 3200-PROCESS-SORTED THRU 3200-EXIT
004900         UNTIL SORT-EOF.
004910     IF DEPT-PAGE-STARTED
004920         PERFORM 3500-PRINT-DEPT-TOTAL THRU 3500-EXIT
004930     END-IF.
004940     IF WS-ANNIV-COUNT = ZERO
004950         MOVE 'SERVICE ANNIVERSARY REPORT' TO WS-HDR-TITLE
004960         PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
004970         WRITE RPT-RECORD FROM WS-MONTH-LINE
004980             AFTER ADVANCING 2 LINES
004990         MOVE 'NO MILESTONE ANNIVERSARIES IN THE COMING MONTH'
005000             TO WS-MSG-TEXT
005010         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
005020     END-IF.
005030 3000-EXIT.
005040     EXIT.
005050
005060 3100-RETURN-SORTED.
005070     RETURN SORT-FILE
005080         AT END
005090             SET SORT-EOF TO TRUE
005100     END-RETURN.
005110 3100-EXIT.
005120     EXIT.
005130
005140 3200-PROCESS-SORTED.
005150     IF SRT-DEPT-CODE NOT = WS-CURR-DEPT
005160         IF DEPT-PAGE-STARTED
005170             PERFORM 3500-PRINT-DEPT-TOTAL THRU 3500-EXIT
005180         END-IF
005190         MOVE SRT-DEPT-CODE TO WS-CURR-DEPT
005200         PERFORM 3300-LOOKUP-DEPT THRU 3300-EXIT
005210         PERFORM 3350-OPEN-BAND-ENTRY THRU 3350-EXIT
005220     END-IF.
005230     PERFORM 3400-TALLY-BAND THRU 3400-EXIT.
005240     IF SRT-ANNIVERSARY
005250         PERFORM 3450-PRINT-ANNIVERSARY THRU 3450-EXIT
005260     END-IF.
005270     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
005280 3200-EXIT.
005290     EXIT.
005300
005310 3300-LOOKUP-DEPT.
005320     MOVE SPACES TO WS-CURR-DEPT-NAME
005330                    WS-CURR-DEPT-MANAGER.
005340     IF NOT DEPT-MAST-AVAILABLE
005350         GO TO 3300-EXIT
005360     END-IF.
005370     MOVE WS-CURR-DEPT TO DEP-CODE.
005380     READ DEPT-MASTER
005390         INVALID KEY
005400             MOVE '(UNKNOWN DEPARTMENT)' TO WS-CURR-DEPT-NAME
005410         NOT INVALID KEY
005420             MOVE DEP-NAME    TO WS-CURR-DEPT-NAME
005430             MOVE DEP-MANAGER TO WS-CURR-DEPT-MANAGER
005440     END-READ.
005450 3300-EXIT.
005460     EXIT.
005470
005480 3350-OPEN-BAND-ENTRY.
005490     SET DEPT-PAGE-NOT-STARTED TO TRUE.
005500     MOVE ZERO TO WS-DEPT-ANNIV-COUNT.
005510     IF WS-BAND-TBL-COUNT >= 100
005520         DISPLAY "TENRPT - BAND TABLE FULL, DEPARTMENT "
005530             WS-CURR-DEPT " COUNTED IN TOTALS ONLY"
005540         GO TO 3350-EXIT
005550     END-IF.
005560     ADD 1 TO WS-BAND-TBL-COUNT.
005570     SET WS-BAND-IDX TO WS-BAND-TBL-COUNT.
005580     MOVE WS-CURR-DEPT      TO WS-BND-DEPT-CODE (WS-BAND-IDX).
005590     MOVE WS-CURR-DEPT-NAME TO WS-BND-DEPT-NAME (WS-BAND-IDX).
005600     MOVE ZERO TO WS-BND-UNDER-1 (WS-BAND-IDX)
005610                  WS-BND-1-TO-4  (WS-BAND-IDX)
005620                  WS-BND-5-TO-9  (WS-BAND-IDX)
005630                  WS-BND-10-UP   (WS-BAND-IDX).
005640 3350-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*    3400-TALLY-BAND
005690*    COUNTS THE EMPLOYEE IN ITS TENURE BAND - UNDER 1 YEAR, 1-4,
005700*    5-9, OR 10 AND OVER - FOR THE DEPARTMENT AND THE TOTALS.
005710*    ONCE THE TABLE IS FULL THE TOTALS ALONE ARE KEPT.
005720*****************************************************************
005730 3400-TALLY-BAND.
005740     EVALUATE TRUE
005750         WHEN SRT-TENURE-YEARS < 1
005760             ADD 1 TO WS-TOT-UNDER-1
005770         WHEN SRT-TENURE-YEARS < 5
005780             ADD 1 TO WS-TOT-1-TO-4
005790         WHEN SRT-TENURE-YEARS < 10
005800             ADD 1 TO WS-TOT-5-TO-9
005810         WHEN OTHER
005820             ADD 1 TO WS-TOT-10-UP
005830     END-EVALUATE.
005840     IF WS-BAND-TBL-COUNT = ZERO
005850       OR WS-BND-DEPT-CODE (WS-BAND-IDX) NOT = WS-CURR-DEPT
005860         GO TO 3400-EXIT
005870     END-IF.
005880     EVALUATE TRUE
005890         WHEN SRT-TENURE-YEARS < 1
005900             ADD 1 TO WS-BND-UNDER-1 (WS-BAND-IDX)
005910         WHEN SRT-TENURE-YEARS < 5
005920             ADD 1 TO WS-BND-1-TO-4 (WS-BAND-IDX)
005930         WHEN SRT-TENURE-YEARS < 10
005940             ADD 1 TO WS-BND-5-TO-9 (WS-BAND-IDX)
005950         WHEN OTHER
005960             ADD 1 TO WS-BND-10-UP (WS-BAND-IDX)
005970     END-EVALUATE.
005980 3400-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020*    3450-PRINT-ANNIVERSARY
006030*    PRINTS ONE ANNIVERSARY LINE, STARTING THE DEPARTMENT'S
006040*    PAGE ON ITS FIRST ONE.
006050*****************************************************************
006060 3450-PRINT-ANNIVERSARY.
006070     IF DEPT-PAGE-NOT-STARTED
006080         SET DEPT-PAGE-STARTED TO TRUE
006090         PERFORM 3600-PRINT-DEPT-HEADING THRU 3600-EXIT
006100     ELSE
006110         IF WS-LINE-CTR >= WS-MAX-LINES
006120             PERFORM 3600-PRINT-DEPT-HEADING THRU 3600-EXIT
006130         END-IF
006140     END-IF.
006150     MOVE SRT-EMP-ID       TO WS-ANN-EMP-ID.
006160     MOVE SPACES           TO WS-ANN-EMP-NAME.
006170     STRING SRT-FIRST-NAME DELIMITED BY SPACE
006180            ' '            DELIMITED BY SIZE
006190            SRT-LAST-NAME  DELIMITED BY SIZE
006200         INTO WS-ANN-EMP-NAME.
006210     MOVE SRT-HIRE-DATE    TO WS-ANN-HIRE-DATE.
006220     MOVE SRT-ANNIV-DATE   TO WS-ANN-ANNIV-DATE.
006230     MOVE SRT-ANNIV-YEARS  TO WS-ANN-YEARS.
006240     WRITE RPT-RECORD FROM WS-ANNIV-DETAIL-LINE
006250         AFTER ADVANCING 1 LINE.
006260     ADD 1 TO WS-LINE-CTR.
006270     ADD 1 TO WS-DEPT-ANNIV-COUNT.
006280     ADD 1 TO WS-ANNIV-COUNT.
006290 3450-EXIT.
006300     EXIT.
006310
006320 3500-PRINT-DEPT-TOTAL.
006330     MOVE WS-DEPT-ANNIV-COUNT TO WS-DTT-COUNT.
006340     WRITE RPT-RECORD FROM WS-DEPT-TOTAL-LINE
006350         AFTER ADVANCING 2 LINES.
006360     ADD 2 TO WS-LINE-CTR.
006370     SET DEPT-PAGE-NOT-STARTED TO TRUE.
006380 3500-EXIT.
006390     EXIT.
006400
006410 3600-PRINT-DEPT-HEADING.
006420     MOVE 'SERVICE ANNIVERSARY REPORT' TO WS-HDR-TITLE.
006430     PERFORM 8000-PRINT-HEADING THRU 8000-EXIT.
006440     WRITE RPT-RECORD FROM WS-MONTH-LINE
006450         AFTER ADVANCING 2 LINES.
006460     MOVE WS-CURR-DEPT         TO WS-DPL-DEPT-CODE.
006470     MOVE WS-CURR-DEPT-NAME    TO WS-DPL-DEPT-NAME.
006480     MOVE WS-CURR-DEPT-MANAGER TO WS-DPL-MANAGER.
006490     WRITE RPT-RECORD FROM WS-DEPT-LINE
006500         AFTER ADVANCING 1 LINE.
006510     WRITE RPT-RECORD FROM WS-ANNIV-COLUMN-LINE
006520         AFTER ADVANCING 2 LINES.
006530     ADD 5 TO WS-LINE-CTR.
006540 3600-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580*    5000-PRINT-BAND-SUMMARY
006590*    PRINTS THE TENURE BAND HEADCOUNT OF EACH DEPARTMENT AND
006600*    THE TOTALS ON A PAGE OF ITS OWN.
006610*****************************************************************
006620 5000-PRINT-BAND-SUMMARY.
006630     MOVE 'TENURE BAND SUMMARY - ACTIVE STAFF' TO WS-HDR-TITLE.
006640     PERFORM 5200-PRINT-BAND-HEADING THRU 5200-EXIT.
006650     SET WS-BAND-IDX TO 1.
006660     PERFORM 5100-PRINT-BAND-LINE THRU 5100-EXIT
006670         UNTIL WS-BAND-IDX > WS-BAND-TBL-COUNT.
006680     MOVE SPACES           TO WS-BDL-DEPT-CODE.
006690     MOVE 'ALL DEPARTMENTS' TO WS-BDL-DEPT-NAME.
006700     MOVE WS-TOT-UNDER-1   TO WS-BDL-UNDER-1.
006710     MOVE WS-TOT-1-TO-4    TO WS-BDL-1-TO-4.
006720     MOVE WS-TOT-5-TO-9    TO WS-BDL-5-TO-9.
006730     MOVE WS-TOT-10-UP     TO WS-BDL-10-UP.
006740     COMPUTE WS-BAND-WORK-TOTAL = WS-TOT-UNDER-1 + WS-TOT-1-TO-4
006750                                + WS-TOT-5-TO-9  + WS-TOT-10-UP.
006760     MOVE WS-BAND-WORK-TOTAL TO WS-BDL-TOTAL.
006770     WRITE RPT-RECORD FROM WS-BAND-DETAIL-LINE
006780         AFTER ADVANCING 2 LINES.
006790     ADD 2 TO WS-LINE-CTR.
006800 5000-EXIT.
006810     EXIT.
006820
006830 5100-PRINT-BAND-LINE.
006840     IF WS-LINE-CTR >= WS-MAX-LINES
006850         PERFORM 5200-PRINT-BAND-HEADING THRU 5200-EXIT
006860     END-IF.
006870     MOVE WS-BND-DEPT-CODE (WS-BAND-IDX) TO WS-BDL-DEPT-CODE.
006880     MOVE WS-BND-DEPT-NAME (WS-BAND-IDX) TO WS-BDL-DEPT-NAME.
006890     MOVE WS-BND-UNDER-1 (WS-BAND-IDX)   TO WS-BDL-UNDER-1.
006900     MOVE WS-BND-1-TO-4 (WS-BAND-IDX)    TO WS-BDL-1-TO-4.
006910     MOVE WS-BND-5-TO-9 (WS-BAND-IDX)    TO WS-BDL-5-TO-9.
006920     MOVE WS-BND-10-UP (WS-BAND-IDX)     TO WS-BDL-10-UP.
006930     COMPUTE WS-BAND-WORK-TOTAL = WS-BND-UNDER-1 (WS-BAND-IDX)
006940                                + WS-BND-1-TO-4 (WS-BAND-IDX)
006950                                + WS-BND-5-TO-9 (WS-BAND-IDX)
006960                                + WS-BND-10-UP (WS-BAND-IDX).
006970     MOVE WS-BAND-WORK-TOTAL TO WS-BDL-TOTAL.
006980     WRITE RPT-RECORD FROM WS-BAND-DETAIL-LINE
006990         AFTER ADVANCING 1 LINE.
007000     ADD 1 TO WS-LINE-CTR.
007010     SET WS-BAND-IDX UP BY 1.
007020 5100-EXIT.
007030     EXIT.
007040
007050 5200-PRINT-BAND-HEADING.
007060     PERFORM 8000-PRINT-HEADING THRU 8000-EXIT.
007070     WRITE RPT-RECORD FROM WS-BAND-COLUMN-LINE
007080         AFTER ADVANCING 2 LINES.
007090     ADD 2 TO WS-LINE-CTR.
007100 5200-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140*    6000-PRINT-EXCEPTIONS
007150*    PRINTS THE ACTIVE EMPLOYEES LEFT OUT FOR A HIRE DATE THAT
007160*    CANNOT BE TRUSTED, FOLLOWED BY THE RUN TOTALS.
007170*****************************************************************
007180 6000-PRINT-EXCEPTIONS.
007190     MOVE 'HIRE DATE EXCEPTIONS' TO WS-HDR-TITLE.
007200     PERFORM 6200-PRINT-EXC-HEADING THRU 6200-EXIT.
007210     IF WS-EXC-TBL-COUNT = ZERO
007220         MOVE 'NO HIRE DATE EXCEPTIONS' TO WS-MSG-TEXT
007230         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
007240     END-IF.
007250     SET WS-EXC-IDX TO 1.
007260     PERFORM 6100-PRINT-EXC-LINE THRU 6100-EXIT
007270         UNTIL WS-EXC-IDX > WS-EXC-TBL-COUNT.
007280     MOVE 'EMPLOYEES READ'            TO WS-TOT-LABEL.
007290     MOVE WS-READ-COUNT               TO WS-TOT-VALUE.
007300     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
007310     MOVE 'NOT ACTIVE - NOT REPORTED' TO WS-TOT-LABEL.
007320     MOVE WS-NOT-ACTIVE-COUNT         TO WS-TOT-VALUE.
007330     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
007340     MOVE 'ACTIVE'                    TO WS-TOT-LABEL.
007350     MOVE WS-ACTIVE-COUNT             TO WS-TOT-VALUE.
007360     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
007370     MOVE 'ANNIVERSARIES NEXT MONTH'  TO WS-TOT-LABEL.
007380     MOVE WS-ANNIV-COUNT              TO WS-TOT-VALUE.
007390     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
007400     MOVE 'HIRE DATE EXCEPTIONS'      TO WS-TOT-LABEL.
007410     MOVE WS-EXCEPTION-COUNT          TO WS-TOT-VALUE.
007420     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
007430     WRITE RPT-RECORD FROM WS-TRAILER-LINE
007440         AFTER ADVANCING 2 LINES.
007450 6000-EXIT.
007460     EXIT.
007470
007480 6100-PRINT-EXC-LINE.
007490     IF WS-LINE-CTR >= WS-MAX-LINES
007500         PERFORM 6200-PRINT-EXC-HEADING THRU 6200-EXIT
007510     END-IF.
007520     MOVE WS-EXT-EMP-ID (WS-EXC-IDX)    TO WS-EXD-EMP-ID.
007530     MOVE WS-EXT-EMP-NAME (WS-EXC-IDX)  TO WS-EXD-EMP-NAME.
007540     MOVE WS-EXT-DEPT-CODE (WS-EXC-IDX) TO WS-EXD-DEPT-CODE.
007550     MOVE WS-EXT-HIRE-DATE (WS-EXC-IDX) TO WS-EXD-HIRE-DATE.
007560     MOVE WS-EXT-REASON (WS-EXC-IDX)    TO WS-EXD-REASON.
007570     WRITE RPT-RECORD FROM WS-EXC-DETAIL-LINE
007580         AFTER ADVANCING 1 LINE.
007590     ADD 1 TO WS-LINE-CTR.
007600     SET WS-EXC-IDX UP BY 1.
007610 6100-EXIT.
007620     EXIT.
007630
007640 6200-PRINT-EXC-HEADING.
007650     PERFORM 8000-PRINT-HEADING THRU 8000-EXIT.
007660     WRITE RPT-RECORD FROM WS-EXC-COLUMN-LINE
007670         AFTER ADVANCING 2 LINES.
007680     ADD 2 TO WS-LINE-CTR.
007690 6200-EXIT.
007700     EXIT.
007710
007720 8000-PRINT-HEADING.
007730     ADD 1 TO WS-PAGE-NBR.
007740     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
007750     MOVE WS-PAGE-NBR TO WS-HDR-PAGE-NBR.
007760     WRITE RPT-RECORD FROM WS-HEADING-LINE
007770         AFTER ADVANCING PAGE.
007780     MOVE 1 TO WS-LINE-CTR.
007790 8000-EXIT.
007800     EXIT.
007810
007820 8600-PRINT-MESSAGE.
007830     IF WS-LINE-CTR >= WS-MAX-LINES
007840         PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
007850     END-IF.
007860     WRITE RPT-RECORD FROM WS-MESSAGE-LINE
007870         AFTER ADVANCING 2 LINES.
007880     ADD 2 TO WS-LINE-CTR.
007890 8600-EXIT.
007900     EXIT.
007910
007920 8700-PRINT-TOTAL-LINE.
007930     IF WS-LINE-CTR >= WS-MAX-LINES
007940         PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
007950     END-IF.
007960     WRITE RPT-RECORD FROM WS-TOTAL-LINE
007970         AFTER ADVANCING 1 LINE.
007980     ADD 1 TO WS-LINE-CTR.
007990 8700-EXIT.
008000     EXIT.
008010
008020*****************************************************************
008030*    9000-TERMINATE
008040*    CLOSES ALL FILES AND DISPLAYS RUN TOTALS.  HIRE DATE
008050*    EXCEPTIONS END THE RUN WITH RETURN CODE 4.
008060*****************************************************************
008070 9000-TERMINATE.
008080     DISPLAY "TENRPT - ACTIVE: " WS-ACTIVE-COUNT
008090         "  ANNIVERSARIES: "     WS-ANNIV-COUNT
008100         "  EXCEPTIONS: "        WS-EXCEPTION-COUNT.
008110     CLOSE EMPLOYEE-MASTER
008120           REPORT-FILE.
008130     IF DEPT-MAST-AVAILABLE
008140         CLOSE DEPT-MASTER
008150     END-IF.
008160     IF WS-EXCEPTION-COUNT > ZERO
008170         MOVE 4 TO RETURN-CODE
008180     ELSE
008190         MOVE ZERO TO RETURN-CODE
008200     END-IF.
008210 9000-EXIT.
008220     EXIT.
