000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EMPARCH.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - TERMINATED-EMPLOYEE ARCHIVE.
000120*                     RUNS BETWEEN EMPMAINT AND MSTCOMP AND MOVES
000130*                     EVERY TERMINATED EMPLOYEE WHOSE LAST
000140*                     MAINTENANCE IS OLDER THAN THE EMPMAST
000150*                     RETENTION CARD ON THE PURGE-CONTROL DECK
000160*                     OFF THE EMPLOYEE MASTER AND ONTO THE
000170*                     INDEXED FORMER-EMPLOYEE HISTORY FILE.  EACH
000180*                     ONE MOVED IS JOURNALED AS A DELETE, SO
000190*                     MSTCOMP CAN EXPLAIN IT, AND THE NIGHT'S
000200*                     BALANCE RECORD IS ADJUSTED SO THE CLOSING
000210*                     COUNT STILL PROVES THE MASTER EXAMPLE
000220*                     READS.  NO CARD, NOTHING MOVES.
000230*****************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PURGE-CONTROL   ASSIGN TO PRGCTL
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CTL-FILE-STATUS.
000350     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EMP-ID
000390         FILE STATUS IS WS-MASTER-FILE-STATUS.
000400     SELECT FORMER-EMPLOYEE ASSIGN TO FMRHIST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS FMR-EMP-ID
000440         ALTERNATE RECORD KEY IS FMR-MATCH-KEY
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-FMR-FILE-STATUS.
000470     SELECT JOURNAL-FILE    ASSIGN TO EMPJRNL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-JRNL-FILE-STATUS.
000500     SELECT BALANCE-FILE    ASSIGN TO BALFILE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BAL-FILE-STATUS.
000530     SELECT ARCHIVE-REPORT  ASSIGN TO FMRRPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PURGE-CONTROL
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610     COPY PRGCTL.
000620
000630 FD  EMPLOYEE-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY EMPREC.
000660
000670 FD  FORMER-EMPLOYEE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY FMRREC.
000700
000710 FD  JOURNAL-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY JRNREC.
000750
000760 FD  BALANCE-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY BALREC.
000800
000810 FD  ARCHIVE-REPORT
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  RPT-RECORD                      PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870*****************************************************************
000880*    SWITCHES
000890*****************************************************************
000900 01  WS-SWITCHES.
000910     05  WS-CONTROL-EOF-SW           PIC X(01)   VALUE 'N'.
000920         88  CONTROL-EOF                         VALUE 'Y'.
000930         88  CONTROL-NOT-EOF                      VALUE 'N'.
000940     05  WS-MASTER-EOF-SW            PIC X(01)   VALUE 'N'.
000950         88  MASTER-EOF                          VALUE 'Y'.
000960         88  MASTER-NOT-EOF                       VALUE 'N'.
000970     05  WS-JRNL-EOF-SW              PIC X(01)   VALUE 'N'.
000980         88  JRNL-EOF                            VALUE 'Y'.
000990         88  JRNL-NOT-EOF                         VALUE 'N'.
001000     05  WS-CARD-SW                  PIC X(01)   VALUE 'N'.
001010         88  RETENTION-CARD-PRESENT              VALUE 'Y'.
001020     05  WS-RECORD-OLD-SW            PIC X(01)   VALUE 'N'.
001030         88  RECORD-OLD                          VALUE 'Y'.
001040         88  RECORD-NOT-OLD                       VALUE 'N'.
001050
001060 01  WS-CTL-FILE-STATUS              PIC X(02)   VALUE '00'.
001070     88  WS-CTL-FILE-FOUND                        VALUE '00'.
001080     88  WS-CTL-FILE-NOT-FOUND                    VALUE '35'.
001090
001100 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
001110     88  WS-MASTER-FILE-OK                        VALUE '00'.
001120
001130 01  WS-FMR-FILE-STATUS              PIC X(02)   VALUE '00'.
001140     88  WS-FMR-FILE-OK                           VALUE '00'.
001150     88  WS-FMR-FILE-NOT-FOUND                    VALUE '35'.
001160
001170 01  WS-JRNL-FILE-STATUS             PIC X(02)   VALUE '00'.
001180     88  WS-JRNL-FILE-FOUND                       VALUE '00'.
001190     88  WS-JRNL-FILE-NOT-FOUND                   VALUE '35'.
001200
001210 01  WS-BAL-FILE-STATUS              PIC X(02)   VALUE '00'.
001220     88  WS-BAL-FILE-FOUND                        VALUE '00'.
001230     88  WS-BAL-FILE-NOT-FOUND                    VALUE '35'.
001240
001250*****************************************************************
001260*    RUN TOTALS
001270*****************************************************************
001280 01  WS-TOTALS.
001290     05  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
001300     05  WS-TERM-COUNT               PIC 9(05) COMP VALUE ZERO.
001310     05  WS-ARCHIVE-COUNT            PIC 9(05) COMP VALUE ZERO.
001320     05  WS-RETAINED-COUNT           PIC 9(05) COMP VALUE ZERO.
001330     05  WS-REPLACED-COUNT           PIC 9(05) COMP VALUE ZERO.
001340     05  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
001350     05  WS-DATE-ARCHIVE-COUNT       PIC 9(05) COMP VALUE ZERO.
001360
001370*****************************************************************
001380*    RETENTION PARAMETERS AND CUTOFF
001390*****************************************************************
001400 01  WS-RETAIN-DAYS                  PIC 9(05)      VALUE ZERO.
001410 01  WS-CUTOFF-SERIAL                PIC 9(07) COMP VALUE ZERO.
001420 01  WS-CUTOFF-DATE                  PIC 9(08)      VALUE ZERO.
001430 01  WS-RECORD-DATE                  PIC 9(08)      VALUE ZERO.
001440
001450*****************************************************************
001460*    DATE-TO-SERIAL CONVERSION WORK AREAS.  SERIAL DAYS ARE
001470*    COUNTED FROM 1900-01-01, AS IN THE ARCHIVE/PURGE UTILITY.
001480*****************************************************************
001490 01  WS-DATE-WORK.
001500     05  WS-DTS-DATE.
001510         10  WS-DTS-YY               PIC 9(04).
001520         10  WS-DTS-MM               PIC 9(02).
001530         10  WS-DTS-DD               PIC 9(02).
001540     05  WS-DTS-YEARS                PIC 9(04) COMP VALUE ZERO.
001550     05  WS-DTS-SERIAL               PIC 9(07) COMP VALUE ZERO.
001560     05  WS-DTS-LEAPS                PIC 9(04) COMP VALUE ZERO.
001570     05  WS-DTS-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
001580     05  WS-DTS-REMAINDER            PIC 9(04) COMP VALUE ZERO.
001590     05  WS-DTS-YEAR-DAYS            PIC 9(03) COMP VALUE ZERO.
001600     05  WS-DTS-REMAINING            PIC 9(07) COMP VALUE ZERO.
001610     05  WS-DTS-CUM-DAYS             PIC 9(03) COMP VALUE ZERO.
001620
001630 01  WS-MONTH-DAYS-VALUES.
001640     05  FILLER  PIC X(18) VALUE '000031059090120151'.
001650     05  FILLER  PIC X(18) VALUE '181212243273304334'.
001660 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001670     05  WS-MONTH-CUM-DAYS   OCCURS 12 TIMES
001680                                     PIC 9(03).
001690
001700*****************************************************************
001710*    RUN STAMP AND BALANCE RECORD WORK AREA
001720*****************************************************************
001730 01  WS-RUN-STAMP.
001740     05  WS-RUN-DATE                 PIC 9(08).
001750     05  WS-RUN-TIME                 PIC 9(06).
001760
001770 01  WS-BALANCE-IMAGE                PIC X(38).
001780
001790*****************************************************************
001800*    REPORT CONTROL AND PRINT LINES
001810*****************************************************************
001820 01  WS-REPORT-CONTROL.
001830     05  WS-PAGE-NBR                 PIC 9(03) COMP    VALUE ZERO.
001840     05  WS-LINE-CTR                 PIC 9(03) COMP    VALUE 99.
001850     05  WS-MAX-LINES                PIC 9(03) COMP    VALUE 50.
001860
001870 01  WS-HEADING-LINE.
001880     05  FILLER      PIC X(30) VALUE
001890         'TERMINATED EMPLOYEE ARCHIVE   '.
001900     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
001910     05  WS-HDR-RUN-DATE             PIC 9(08).
001920     05  FILLER                      PIC X(05) VALUE SPACES.
001930     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
001940     05  WS-HDR-PAGE-NBR             PIC ZZ9.
001950     05  FILLER                      PIC X(20) VALUE SPACES.
001960
001970 01  WS-RETAIN-LINE.
001980     05  FILLER      PIC X(13) VALUE 'RETAIN DAYS: '.
001990     05  WS-RTN-RETAIN-DAYS          PIC ZZZZ9.
002000     05  FILLER      PIC X(15) VALUE '  CUTOFF DATE: '.
002010     05  WS-RTN-CUTOFF-DATE          PIC 9(08).
002020     05  FILLER                      PIC X(39) VALUE SPACES.
002030
002040 01  WS-COLUMN-LINE.
002050     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
002060     05  FILLER                      PIC X(22) VALUE 'LAST NAME'.
002070     05  FILLER                      PIC X(17) VALUE 'FIRST NAME'.
002080     05  FILLER                      PIC X(05) VALUE 'DEPT'.
002090     05  FILLER                      PIC X(10) VALUE 'HIRE DATE'.
002100     05  FILLER                      PIC X(11) VALUE 'LAST MAINT'.
002110     05  FILLER                      PIC X(08) VALUE 'ACTION'.
002120
002130 01  WS-DETAIL-LINE.
002140     05  WS-DTL-EMP-ID               PIC X(05).
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  WS-DTL-LAST-NAME            PIC X(20).
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  WS-DTL-FIRST-NAME           PIC X(15).
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  WS-DTL-DEPT-CODE            PIC X(03).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  WS-DTL-HIRE-DATE            PIC 9(08).
002230     05  FILLER                      PIC X(02) VALUE SPACES.
002240     05  WS-DTL-MAINT-DATE           PIC 9(08).
002250     05  FILLER                      PIC X(03) VALUE SPACES.
002260     05  WS-DTL-ACTION               PIC X(08).
002270
002280 01  WS-NOTE-LINE.
002290     05  WS-NOTE-TEXT                PIC X(60).
002300     05  FILLER                      PIC X(20) VALUE SPACES.
002310
002320 01  WS-TOTAL-LINE.
002330     05  WS-TOT-LABEL                PIC X(26).
002340     05  WS-TOT-VALUE                PIC ZZZZ9.
002350     05  FILLER                      PIC X(49) VALUE SPACES.
002360
002370 01  WS-TRAILER-LINE.
002380     05  FILLER          PIC X(21) VALUE '*** END OF REPORT ***'.
002390     05  FILLER                      PIC X(59) VALUE SPACES.
002400
002410*****************************************************************
002420*    NIGHT-CYCLE AND BUSINESS-DATE PARAMETER AREAS
002430*****************************************************************
002440     COPY RUNWRK.
002450     COPY BDTWRK.
002460
002470 PROCEDURE DIVISION.
002480*****************************************************************
002490*    0000-MAINLINE
002500*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE RUN.
002510*****************************************************************
002520 0000-MAINLINE.
002530     PERFORM 9800-VERIFY-RUN-CONTROL THRU 9800-EXIT.
002540     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
002550     PERFORM 2000-ARCHIVE-MASTER     THRU 2000-EXIT.
002560     PERFORM 3000-ADJUST-BALANCE     THRU 3000-EXIT.
002570     PERFORM 4000-PRINT-TOTALS       THRU 4000-EXIT.
002580     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
002590     STOP RUN.
002600
002610*****************************************************************
002620*    1000-INITIALIZE
002630*    LOADS THE RETENTION CARD AND OPENS ALL FILES USED BY THE
002640*    RUN.  A HISTORY FILE NOT YET PRESENT IS CREATED EMPTY;
002650*    EITHER INDEXED FILE FAILING TO OPEN STOPS THE RUN WITH
002660*    RETURN CODE 16.
002670*****************************************************************
002680 1000-INITIALIZE.
002690     OPEN OUTPUT ARCHIVE-REPORT.
002700     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
002710     OPEN I-O EMPLOYEE-MASTER.
002720     IF NOT WS-MASTER-FILE-OK
002730         DISPLAY "EMPARCH - CANNOT OPEN EMPLOYEE MASTER, "
002740             "STATUS: " WS-MASTER-FILE-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     OPEN I-O FORMER-EMPLOYEE.
002790     IF WS-FMR-FILE-NOT-FOUND
002800         DISPLAY "EMPARCH - FORMER EMPLOYEE FILE NOT PRESENT, "
002810             "CREATED EMPTY"
002820         OPEN OUTPUT FORMER-EMPLOYEE
002830         CLOSE FORMER-EMPLOYEE
002840         OPEN I-O FORMER-EMPLOYEE
002850     END-IF.
002860     IF NOT WS-FMR-FILE-OK
002870         DISPLAY "EMPARCH - CANNOT OPEN FORMER EMPLOYEE FILE, "
002880             "STATUS: " WS-FMR-FILE-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     PERFORM 1200-PROBE-JOURNAL-FILE THRU 1200-EXIT.
002930     OPEN EXTEND JOURNAL-FILE.
002940     ACCEPT WS-RUN-TIME FROM TIME.
002950 1000-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990*    1100-LOAD-CARDS
003000*    READS THE PURGE-CONTROL DECK FOR THE EMPMAST CARD.  CARDS
003010*    FOR THE OTHER FILES BELONG TO ARCPURGE AND ARE PASSED
003020*    OVER.  NO DECK, NO CARD, OR A BAD ONE MEANS NOTHING MOVES.
003030*****************************************************************
003040 1100-LOAD-CARDS.
003050     OPEN INPUT PURGE-CONTROL.
003060     IF WS-CTL-FILE-NOT-FOUND
003070         DISPLAY "EMPARCH - NO RETENTION CARDS, NOTHING ARCHIVED"
003080         GO TO 1100-EXIT
003090     END-IF.
003100     PERFORM 1150-READ-CARD THRU 1150-EXIT.
003110     PERFORM 1160-SCAN-CARD THRU 1160-EXIT
003120         UNTIL CONTROL-EOF.
003130     CLOSE PURGE-CONTROL.
003140 1100-EXIT.
003150     EXIT.
003160
003170 1150-READ-CARD.
003180     READ PURGE-CONTROL
003190         AT END
003200             SET CONTROL-EOF TO TRUE
003210     END-READ.
003220 1150-EXIT.
003230     EXIT.
003240
003250 1160-SCAN-CARD.
003260     IF PRG-EMPMAST-CARD
003270         IF PRG-RETAIN-DAYS IS NOT NUMERIC
003280             DISPLAY "EMPARCH - BAD RETAIN DAYS ON CARD: "
003290                 PRG-FILE-KEYWORD
003300         ELSE
003310             MOVE 'Y' TO WS-CARD-SW
003320             MOVE PRG-RETAIN-DAYS-NUM TO WS-RETAIN-DAYS
003330         END-IF
003340     END-IF.
003350     PERFORM 1150-READ-CARD THRU 1150-EXIT.
003360 1160-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400*    1200-PROBE-JOURNAL-FILE
003410*    TOUCH-CREATES JOURNAL-FILE IF THIS IS THE VERY FIRST RUN, SO
003420*    THE SUBSEQUENT OPEN EXTEND IN 1000-INITIALIZE DOES NOT ABEND.
003430*****************************************************************
003440 1200-PROBE-JOURNAL-FILE.
003450     OPEN INPUT JOURNAL-FILE.
003460     IF WS-JRNL-FILE-FOUND
003470         CLOSE JOURNAL-FILE
003480     ELSE
003490         OPEN OUTPUT JOURNAL-FILE
003500         CLOSE JOURNAL-FILE
003510     END-IF.
003520 1200-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*    2000-ARCHIVE-MASTER
003570*    SETS THE CUTOFF FROM THE RETENTION DAYS AND READS THE
003580*    MASTER FROM THE TOP, MOVING EACH TERMINATED EMPLOYEE LAST
003590*    MAINTAINED BEFORE THE CUTOFF.
003600*****************************************************************
003610 2000-ARCHIVE-MASTER.
003620     IF NOT RETENTION-CARD-PRESENT
003630         MOVE 'EMPMAST  - NO RETENTION CARD, NOTHING ARCHIVED'
003640             TO WS-NOTE-TEXT
003650         PERFORM 7300-PRINT-NOTE THRU 7300-EXIT
003660         GO TO 2000-EXIT
003670     END-IF.
003680     PERFORM 2050-SET-CUTOFF THRU 2050-EXIT.
003690     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003700     PERFORM 2200-CHECK-ONE   THRU 2200-EXIT
003710         UNTIL MASTER-EOF.
003720 2000-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*    2050-SET-CUTOFF
003770*    BACKS THE RETENTION DAYS OFF THE RUN DATE TO GIVE THE
003780*    CUTOFF SERIAL - AN EMPLOYEE LAST MAINTAINED BEFORE IT IS
003790*    ARCHIVED.  RETENTION LONGER THAN THE CALENDAR ARCHIVES
003800*    NOTHING.
003810*****************************************************************
003820 2050-SET-CUTOFF.
003830     MOVE WS-RUN-DATE TO WS-DTS-DATE.
003840     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
003850     IF WS-RETAIN-DAYS >= WS-DTS-SERIAL
003860         MOVE ZERO TO WS-CUTOFF-SERIAL
003870         MOVE ZERO TO WS-CUTOFF-DATE
003880     ELSE
003890         SUBTRACT WS-RETAIN-DAYS FROM WS-DTS-SERIAL
003900             GIVING WS-CUTOFF-SERIAL
003910         MOVE WS-CUTOFF-SERIAL TO WS-DTS-SERIAL
003920         PERFORM 6100-SERIAL-TO-DATE THRU 6100-EXIT
003930         MOVE WS-DTS-DATE TO WS-CUTOFF-DATE
003940     END-IF.
003950     PERFORM 7100-PRINT-HEADING THRU 7100-EXIT.
003960 2050-EXIT.
003970     EXIT.
003980
003990 2100-READ-MASTER.
004000     READ EMPLOYEE-MASTER NEXT RECORD
004010         AT END
004020             SET MASTER-EOF TO TRUE
004030     END-READ.
004040     IF NOT WS-MASTER-FILE-OK
004050         SET MASTER-EOF TO TRUE
004060     END-IF.
004070 2100-EXIT.
004080     EXIT.
004090
004100 2200-CHECK-ONE.
004110     ADD 1 TO WS-READ-COUNT.
004120     IF NOT EMP-TERMINATED
004130         GO TO 2200-READ-NEXT
004140     END-IF.
004150     ADD 1 TO WS-TERM-COUNT.
004160     MOVE EMP-LAST-MAINT-DATE TO WS-RECORD-DATE.
004170     PERFORM 6500-RECORD-IS-OLD THRU 6500-EXIT.
004180     IF RECORD-OLD
004190         PERFORM 2300-ARCHIVE-ONE THRU 2300-EXIT
004200     ELSE
004210         ADD 1 TO WS-RETAINED-COUNT
004220     END-IF.
004230 2200-READ-NEXT.
004240     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004250 2200-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*    2300-ARCHIVE-ONE
004300*    WRITES THE EMPLOYEE TO THE HISTORY FILE, THEN DELETES THE
004310*    MASTER RECORD AND JOURNALS THE DELETE.  AN ID ALREADY ON
004320*    THE HISTORY FILE - A REHIRE UNDER THE OLD ID, TERMINATED
004330*    AGAIN - IS REPLACED WITH THE LATEST RECORD.  AN EMPLOYEE
004340*    THAT CANNOT BE WRITTEN TO HISTORY STAYS ON THE MASTER.
004350*****************************************************************
004360 2300-ARCHIVE-ONE.
004370     MOVE EMP-ID              TO FMR-EMP-ID.
004380     MOVE EMP-LAST-NAME       TO FMR-LAST-NAME.
004390     MOVE EMP-FIRST-NAME      TO FMR-FIRST-NAME.
004400     MOVE EMP-HIRE-DATE       TO FMR-HIRE-DATE.
004410     MOVE EMP-DEPT-CODE       TO FMR-DEPT-CODE.
004420     MOVE EMP-STATUS          TO FMR-STATUS.
004430     MOVE EMP-LAST-MAINT-DATE TO FMR-LAST-MAINT-DATE.
004440     MOVE WS-RUN-DATE         TO FMR-ARCHIVE-DATE.
004450     MOVE 'ARCHIVED'          TO WS-DTL-ACTION.
004460     WRITE FMR-RECORD
004470         INVALID KEY
004480             MOVE 'REPLACED' TO WS-DTL-ACTION
004490             REWRITE FMR-RECORD
004500                 INVALID KEY
004510                     MOVE SPACES TO WS-DTL-ACTION
004520             END-REWRITE
004530     END-WRITE.
004540     IF WS-DTL-ACTION = SPACES
004550         DISPLAY "EMPARCH - HISTORY WRITE FAILED, NOT ARCHIVED: "
004560             EMP-ID " STATUS: " WS-FMR-FILE-STATUS
004570         ADD 1 TO WS-ERROR-COUNT
004580         GO TO 2300-EXIT
004590     END-IF.
004600     DELETE EMPLOYEE-MASTER
004610         INVALID KEY
004620             DISPLAY "EMPARCH - DELETE FAILED: " EMP-ID
004630                 " STATUS: " WS-MASTER-FILE-STATUS
004640             ADD 1 TO WS-ERROR-COUNT
004650             GO TO 2300-EXIT
004660     END-DELETE.
004670     ADD 1 TO WS-ARCHIVE-COUNT.
004680     IF WS-DTL-ACTION = 'REPLACED'
004690         ADD 1 TO WS-REPLACED-COUNT
004700     END-IF.
004710     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
004720     PERFORM 2500-PRINT-DETAIL  THRU 2500-EXIT.
004730 2300-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770*    2400-WRITE-JOURNAL
004780*    JOURNALS THE ARCHIVE AS A DELETE - THE MASTER RECORD AS
004790*    THE BEFORE IMAGE, A SPACE AFTER IMAGE - UNDER SOURCE
004800*    'ARCHIVE ' AND OPERATOR EMPARCH.
004810*****************************************************************
004820 2400-WRITE-JOURNAL.
004830     MOVE SPACES           TO JRN-RECORD.
004840     MOVE WS-RUN-DATE      TO JRN-RUN-DATE.
004850     MOVE WS-RUN-TIME      TO JRN-RUN-TIME.
004860     MOVE 'ARCHIVE '       TO JRN-TRANS-SOURCE.
004870     MOVE 'D'              TO JRN-ACTION-CODE.
004880     MOVE EMP-ID           TO JRN-EMP-ID.
004890     MOVE EMP-RECORD       TO JRN-BEFORE-IMAGE.
004900     MOVE SPACES           TO JRN-AFTER-IMAGE.
004910     MOVE 'EMPARCH '       TO JRN-OPERATOR-ID.
004920     WRITE JRN-RECORD.
004930 2400-EXIT.
004940     EXIT.
004950
004960 2500-PRINT-DETAIL.
004970     IF WS-LINE-CTR >= WS-MAX-LINES
004980         PERFORM 7100-PRINT-HEADING THRU 7100-EXIT
004990     END-IF.
005000     MOVE EMP-ID              TO WS-DTL-EMP-ID.
005010     MOVE EMP-LAST-NAME       TO WS-DTL-LAST-NAME.
005020     MOVE EMP-FIRST-NAME      TO WS-DTL-FIRST-NAME.
005030     MOVE EMP-DEPT-CODE       TO WS-DTL-DEPT-CODE.
005040     MOVE EMP-HIRE-DATE       TO WS-DTL-HIRE-DATE.
005050     MOVE EMP-LAST-MAINT-DATE TO WS-DTL-MAINT-DATE.
005060     WRITE RPT-RECORD FROM WS-DETAIL-LINE
005070         AFTER ADVANCING 1 LINE.
005080     ADD 1 TO WS-LINE-CTR.
005090 2500-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130*    3000-ADJUST-BALANCE
005140*    SETS THE ARCHIVE COUNT ON THE NIGHT'S BALANCE RECORD AND
005150*    TAKES IT OUT OF THE CLOSING COUNT.  THE COUNT IS TAKEN
005160*    FROM THE JOURNAL - EVERY ARCHIVE DELETE FOR THE BUSINESS
005170*    DATE - SO A RERUN AFTER AN ABEND PART WAY THROUGH STILL
005180*    LEAVES THE RECORD RIGHT.  A BALANCE RECORD MISSING OR
005190*    NOT FOR THE BUSINESS DATE IS LEFT ALONE WITH RETURN
005200*    CODE 4; EXAMPLE WILL THEN FIND THE MASTER OUT OF BALANCE.
005210*****************************************************************
005220 3000-ADJUST-BALANCE.
005230     CLOSE JOURNAL-FILE.
005240     PERFORM 3100-COUNT-JOURNAL THRU 3100-EXIT.
005250     OPEN EXTEND JOURNAL-FILE.
005260     OPEN INPUT BALANCE-FILE.
005270     IF WS-BAL-FILE-NOT-FOUND
005280         DISPLAY "EMPARCH - BALANCE FILE NOT PRESENT, "
005290             "NOT ADJUSTED"
005300         IF WS-DATE-ARCHIVE-COUNT > ZERO
005310             ADD 1 TO WS-ERROR-COUNT
005320         END-IF
005330         GO TO 3000-EXIT
005340     END-IF.
005350     READ BALANCE-FILE
005360         AT END
005370             MOVE SPACES TO BAL-RECORD
005380     END-READ.
005390     CLOSE BALANCE-FILE.
005400     IF BAL-RUN-DATE NOT = WS-RUN-DATE
005410       OR BAL-OPENING-COUNT IS NOT NUMERIC
005420       OR BAL-ADD-COUNT IS NOT NUMERIC
005430       OR BAL-DELETE-COUNT IS NOT NUMERIC
005440         DISPLAY "EMPARCH - BALANCE RECORD NOT FOR BUSINESS "
005450             "DATE, NOT ADJUSTED"
005460         IF WS-DATE-ARCHIVE-COUNT > ZERO
005470             ADD 1 TO WS-ERROR-COUNT
005480         END-IF
005490         GO TO 3000-EXIT
005500     END-IF.
005510     MOVE WS-DATE-ARCHIVE-COUNT TO BAL-ARCHIVE-COUNT.
005520     COMPUTE BAL-CLOSING-COUNT = BAL-OPENING-COUNT
005530                               + BAL-ADD-COUNT
005540                               - BAL-DELETE-COUNT
005550                               - BAL-ARCHIVE-COUNT.
005560     MOVE BAL-RECORD TO WS-BALANCE-IMAGE.
005570     OPEN OUTPUT BALANCE-FILE.
005580     MOVE WS-BALANCE-IMAGE TO BAL-RECORD.
005590     WRITE BAL-RECORD.
005600     CLOSE BALANCE-FILE.
005610 3000-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650*    3100-COUNT-JOURNAL
005660*    COUNTS THE ARCHIVE DELETES JOURNALED FOR THE BUSINESS
005670*    DATE, THIS RUN'S AND ANY EARLIER RUN'S FOR THE SAME DATE.
005680*****************************************************************
005690 3100-COUNT-JOURNAL.
005700     OPEN INPUT JOURNAL-FILE.
005710     PERFORM 3150-READ-JOURNAL THRU 3150-EXIT.
005720     PERFORM 3160-NOTE-JOURNAL THRU 3160-EXIT
005730         UNTIL JRNL-EOF.
005740     CLOSE JOURNAL-FILE.
005750 3100-EXIT.
005760     EXIT.
005770
005780 3150-READ-JOURNAL.
005790     READ JOURNAL-FILE
005800         AT END
005810             SET JRNL-EOF TO TRUE
005820     END-READ.
005830 3150-EXIT.
005840     EXIT.
005850
005860 3160-NOTE-JOURNAL.
005870     IF JRN-RUN-DATE = WS-RUN-DATE
005880       AND JRN-TRANS-SOURCE = 'ARCHIVE '
005890       AND JRN-ACTION-CODE = 'D'
005900         ADD 1 TO WS-DATE-ARCHIVE-COUNT
005910     END-IF.
005920     PERFORM 3150-READ-JOURNAL THRU 3150-EXIT.
005930 3160-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    4000-PRINT-TOTALS
005980*    PRINTS THE RUN COUNTS AND THE REPORT TRAILER.
005990*****************************************************************
006000 4000-PRINT-TOTALS.
006010     IF WS-PAGE-NBR = ZERO
006020         PERFORM 7100-PRINT-HEADING THRU 7100-EXIT
006030     END-IF.
006040     MOVE 'MASTER RECORDS READ:      ' TO WS-TOT-LABEL.
006050     MOVE WS-READ-COUNT         TO WS-TOT-VALUE.
006060     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006070         AFTER ADVANCING 2 LINES.
006080     MOVE 'TERMINATED ON MASTER:     ' TO WS-TOT-LABEL.
006090     MOVE WS-TERM-COUNT         TO WS-TOT-VALUE.
006100     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006110         AFTER ADVANCING 1 LINE.
006120     MOVE 'ARCHIVED THIS RUN:        ' TO WS-TOT-LABEL.
006130     MOVE WS-ARCHIVE-COUNT      TO WS-TOT-VALUE.
006140     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006150         AFTER ADVANCING 1 LINE.
006160     MOVE '  REPLACING HISTORY:      ' TO WS-TOT-LABEL.
006170     MOVE WS-REPLACED-COUNT     TO WS-TOT-VALUE.
006180     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006190         AFTER ADVANCING 1 LINE.
006200     MOVE 'RETAINED ON MASTER:       ' TO WS-TOT-LABEL.
006210     MOVE WS-RETAINED-COUNT     TO WS-TOT-VALUE.
006220     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006230         AFTER ADVANCING 1 LINE.
006240     MOVE 'NOT ARCHIVED - ERRORS:    ' TO WS-TOT-LABEL.
006250     MOVE WS-ERROR-COUNT        TO WS-TOT-VALUE.
006260     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006270         AFTER ADVANCING 1 LINE.
006280     MOVE 'ARCHIVED FOR DATE:        ' TO WS-TOT-LABEL.
006290     MOVE WS-DATE-ARCHIVE-COUNT TO WS-TOT-VALUE.
006300     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006310         AFTER ADVANCING 1 LINE.
006320     WRITE RPT-RECORD FROM WS-TRAILER-LINE
006330         AFTER ADVANCING 2 LINES.
006340 4000-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380*    6000-DATE-TO-SERIAL
006390*    CONVERTS WS-DTS-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER
006400*    IN WS-DTS-SERIAL, COUNTED FROM 1900-01-01.  THE MOD-4
006410*    LEAP RULE IS APPLIED CONSISTENTLY IN BOTH DIRECTIONS.
006420*****************************************************************
006430 6000-DATE-TO-SERIAL.
006440     COMPUTE WS-DTS-YEARS = WS-DTS-YY - 1900.
006450     COMPUTE WS-DTS-LEAPS = (WS-DTS-YEARS + 3) / 4.
006460     COMPUTE WS-DTS-SERIAL = WS-DTS-YEARS * 365
006470                           + WS-DTS-LEAPS
006480                           + WS-MONTH-CUM-DAYS (WS-DTS-MM)
006490                           + WS-DTS-DD.
006500     DIVIDE WS-DTS-YY BY 4
006510         GIVING WS-DTS-QUOTIENT
006520         REMAINDER WS-DTS-REMAINDER.
006530     IF WS-DTS-REMAINDER = ZERO
006540       AND WS-DTS-MM > 2
006550         ADD 1 TO WS-DTS-SERIAL
006560     END-IF.
006570 6000-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*    6100-SERIAL-TO-DATE
006620*    CONVERTS THE SERIAL DAY NUMBER IN WS-DTS-SERIAL BACK TO
006630*    A CCYYMMDD DATE IN WS-DTS-DATE, FOR THE PRINTED BOUNDARY.
006640*****************************************************************
006650 6100-SERIAL-TO-DATE.
006660     MOVE 1900          TO WS-DTS-YY.
006670     MOVE ZERO          TO WS-DTS-YEAR-DAYS.
006680     MOVE WS-DTS-SERIAL TO WS-DTS-REMAINING.
006690     PERFORM 6150-BACK-OFF-YEAR THRU 6150-EXIT
006700         UNTIL WS-DTS-REMAINING <= WS-DTS-YEAR-DAYS
006710            OR WS-DTS-YY > 2098.
006720     MOVE 12 TO WS-DTS-MM.
006730     PERFORM 6180-SET-MONTH-CUM THRU 6180-EXIT.
006740     PERFORM 6170-BACK-OFF-MONTH THRU 6170-EXIT
006750         UNTIL WS-DTS-REMAINING > WS-DTS-CUM-DAYS
006760            OR WS-DTS-MM = 1.
006770     SUBTRACT WS-DTS-CUM-DAYS FROM WS-DTS-REMAINING
006780         GIVING WS-DTS-DD.
006790 6100-EXIT.
006800     EXIT.
006810
006820 6150-BACK-OFF-YEAR.
006830     IF WS-DTS-REMAINING > WS-DTS-YEAR-DAYS
006840       AND WS-DTS-YEAR-DAYS > ZERO
006850         SUBTRACT WS-DTS-YEAR-DAYS FROM WS-DTS-REMAINING
006860         ADD 1 TO WS-DTS-YY
006870     END-IF.
006880     DIVIDE WS-DTS-YY BY 4
006890         GIVING WS-DTS-QUOTIENT
006900         REMAINDER WS-DTS-REMAINDER.
006910     IF WS-DTS-REMAINDER = ZERO
006920         MOVE 366 TO WS-DTS-YEAR-DAYS
006930     ELSE
006940         MOVE 365 TO WS-DTS-YEAR-DAYS
006950     END-IF.
006960 6150-EXIT.
006970     EXIT.
006980
006990 6170-BACK-OFF-MONTH.
007000     SUBTRACT 1 FROM WS-DTS-MM.
007010     PERFORM 6180-SET-MONTH-CUM THRU 6180-EXIT.
007020 6170-EXIT.
007030     EXIT.
007040
007050 6180-SET-MONTH-CUM.
007060     MOVE WS-MONTH-CUM-DAYS (WS-DTS-MM) TO WS-DTS-CUM-DAYS.
007070     DIVIDE WS-DTS-YY BY 4
007080         GIVING WS-DTS-QUOTIENT
007090         REMAINDER WS-DTS-REMAINDER.
007100     IF WS-DTS-REMAINDER = ZERO
007110       AND WS-DTS-MM > 2
007120         ADD 1 TO WS-DTS-CUM-DAYS
007130     END-IF.
007140 6180-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180*    6500-RECORD-IS-OLD
007190*    SETS WS-RECORD-OLD-SW FROM WS-RECORD-DATE AGAINST THE
007200*    CUTOFF SERIAL.  AN EMPLOYEE WITH A LAST MAINTENANCE DATE
007210*    THAT IS NOT A USABLE CALENDAR DATE IS KEPT, NEVER
007220*    SILENTLY ARCHIVED.
007230*****************************************************************
007240 6500-RECORD-IS-OLD.
007250     SET RECORD-NOT-OLD TO TRUE.
007260     IF WS-RECORD-DATE IS NOT NUMERIC
007270       OR WS-RECORD-DATE = ZERO
007280         GO TO 6500-EXIT
007290     END-IF.
007300     MOVE WS-RECORD-DATE TO WS-DTS-DATE.
007310     IF WS-DTS-MM < 1 OR WS-DTS-MM > 12
007320         GO TO 6500-EXIT
007330     END-IF.
007340     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
007350     IF WS-DTS-SERIAL < WS-CUTOFF-SERIAL
007360         SET RECORD-OLD TO TRUE
007370     END-IF.
007380 6500-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420*    7100-PRINT-HEADING
007430*    STARTS A REPORT PAGE - THE HEADING, THE RETENTION AND
007440*    CUTOFF IN FORCE, AND THE COLUMN LINE.
007450*****************************************************************
007460 7100-PRINT-HEADING.
007470     ADD 1 TO WS-PAGE-NBR.
007480     MOVE WS-RUN-DATE    TO WS-HDR-RUN-DATE.
007490     MOVE WS-PAGE-NBR    TO WS-HDR-PAGE-NBR.
007500     MOVE WS-RETAIN-DAYS TO WS-RTN-RETAIN-DAYS.
007510     MOVE WS-CUTOFF-DATE TO WS-RTN-CUTOFF-DATE.
007520     WRITE RPT-RECORD FROM WS-HEADING-LINE
007530         AFTER ADVANCING PAGE.
007540     WRITE RPT-RECORD FROM WS-RETAIN-LINE
007550         AFTER ADVANCING 2 LINES.
007560     WRITE RPT-RECORD FROM WS-COLUMN-LINE
007570         AFTER ADVANCING 2 LINES.
007580     MOVE 5 TO WS-LINE-CTR.
007590 7100-EXIT.
007600     EXIT.
007610
007620 7300-PRINT-NOTE.
007630     IF WS-PAGE-NBR = ZERO
007640         PERFORM 7100-PRINT-HEADING THRU 7100-EXIT
007650     END-IF.
007660     WRITE RPT-RECORD FROM WS-NOTE-LINE
007670         AFTER ADVANCING 2 LINES.
007680     ADD 2 TO WS-LINE-CTR.
007690 7300-EXIT.
007700     EXIT.
007710
007720*****************************************************************
007730*    9000-TERMINATE
007740*    DISPLAYS RUN TOTALS, CLOSES ALL FILES, SETS RETURN CODE 4
007750*    WHEN AN EMPLOYEE COULD NOT BE ARCHIVED OR THE BALANCE
007760*    RECORD COULD NOT BE ADJUSTED, AND STAMPS THE STEP.
007770*****************************************************************
007780 9000-TERMINATE.
007790     DISPLAY "EMPARCH - READ: "   WS-READ-COUNT
007800         "  TERMINATED: "         WS-TERM-COUNT
007810         "  ARCHIVED: "           WS-ARCHIVE-COUNT
007820         "  RETAINED: "           WS-RETAINED-COUNT
007830         "  ERRORS: "             WS-ERROR-COUNT.
007840     CLOSE EMPLOYEE-MASTER
007850           FORMER-EMPLOYEE
007860           JOURNAL-FILE
007870           ARCHIVE-REPORT.
007880     IF WS-ERROR-COUNT > ZERO
007890         MOVE 4 TO RETURN-CODE
007900     END-IF.
007910     PERFORM 9900-STAMP-RUN-CONTROL THRU 9900-EXIT.
007920 9000-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960*    9800-VERIFY-RUN-CONTROL
007970*    ASKS THE RUNCHECK SUBPROGRAM WHETHER THIS STEP MAY START
007980*    FOR THE BUSINESS DATE, AND REFUSES TO RUN WHEN IT MAY
007990*    NOT.
008000*****************************************************************
008010 9800-VERIFY-RUN-CONTROL.
008020     CALL 'BDTFETCH' USING BDT-PARAMETERS.
008030     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
008040     SET RCK-CHECK-FUNCTION TO TRUE.
008050     MOVE 'EMPARCH ' TO RCK-STEP-NAME.
008060     MOVE 'EMPMAINT' TO RCK-PRED-NAME.
008070     MOVE WS-RUN-DATE TO RCK-BUS-DATE.
008080     CALL 'RUNCHECK' USING RCK-PARAMETERS.
008090     IF NOT RCK-OK
008100         DISPLAY "EMPARCH - STEP REFUSED: " RCK-RESULT-TEXT
008110         MOVE 8 TO RETURN-CODE
008120         STOP RUN
008130     END-IF.
008140 9800-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*    9900-STAMP-RUN-CONTROL
008190*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL FILE AT
008200*    CLEAN END OF JOB.
008210*****************************************************************
008220 9900-STAMP-RUN-CONTROL.
008230     SET RCK-STAMP-FUNCTION TO TRUE.
008240     CALL 'RUNCHECK' USING RCK-PARAMETERS.
008250 9900-EXIT.
008260     EXIT.
