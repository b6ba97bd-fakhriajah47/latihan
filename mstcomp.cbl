000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MSTCOMP.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - NIGHTLY MASTER CHANGE
000120*                     VERIFICATION.  RUNS BETWEEN EMPMAINT AND
000130*                     EXAMPLE AND MATCHES TONIGHT'S EMPLOYEE
000140*                     MASTER FIELD BY FIELD AGAINST LAST NIGHT'S
000150*                     SEQUENTIAL SNAPSHOT.  EVERY ADDED, DELETED,
000160*                     OR CHANGED RECORD MUST BE EXPLAINED BY THE
000170*                     BUSINESS DATE'S JOURNAL - THE FIRST BEFORE
000180*                     IMAGE FOR THE EMPLOYEE MUST MATCH THE
000190*                     SNAPSHOT, EACH AFTER IMAGE THE NEXT BEFORE
000200*                     IMAGE, AND THE LAST AFTER IMAGE THE MASTER.
000210*                     ANYTHING ELSE PRINTS ON THE EXCEPTION
000220*                     REPORT AND ENDS THE STEP WITH RETURN CODE
000230*                     8, UNSTAMPED, SO EXAMPLE IS HELD.  TONIGHT'S
000240*                     MASTER IS WRITTEN AS THE NEXT SNAPSHOT.
000242*    2026-10-15 DLW   THE STEP NOW FOLLOWS EMPARCH, SO THE
000244*                     NIGHT'S ARCHIVE DELETES ARE ON THE
000246*                     MASTER AND IN THE JOURNAL WHEN IT RUNS.
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS EMP-ID
000380         FILE STATUS IS WS-MASTER-FILE-STATUS.
000390     SELECT SNAPSHOT-IN     ASSIGN TO SNAPIN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SNPI-FILE-STATUS.
000420     SELECT SNAPSHOT-OUT    ASSIGN TO SNAPOUT
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT JOURNAL-FILE    ASSIGN TO EMPJRNL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JRNL-FILE-STATUS.
000470     SELECT REPORT-FILE     ASSIGN TO CMPRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  EMPLOYEE-MASTER
000530     LABEL RECORDS ARE STANDARD.
000540     COPY EMPREC.
000550
000560 FD  SNAPSHOT-IN
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  SNP-IN-RECORD.
000600     05  SNP-IN-EMP-ID               PIC X(05).
000610     05  FILLER                      PIC X(55).
000620
000630 FD  SNAPSHOT-OUT
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  SNP-OUT-RECORD                  PIC X(60).
000670
000680 FD  JOURNAL-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY JRNREC.
000720
000730 FD  REPORT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  RPT-RECORD                      PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*****************************************************************
000800*    SWITCHES
000810*****************************************************************
000820 01  WS-SWITCHES.
000830     05  WS-MASTER-EOF-SW            PIC X(01)   VALUE 'N'.
000840         88  MASTER-EOF                          VALUE 'Y'.
000850         88  MASTER-NOT-EOF                       VALUE 'N'.
000860     05  WS-SNAP-EOF-SW              PIC X(01)   VALUE 'N'.
000870         88  SNAP-EOF                            VALUE 'Y'.
000880         88  SNAP-NOT-EOF                         VALUE 'N'.
000890     05  WS-JRNL-EOF-SW              PIC X(01)   VALUE 'N'.
000900         88  JRNL-EOF                            VALUE 'Y'.
000910         88  JRNL-NOT-EOF                         VALUE 'N'.
000920     05  WS-SNAP-PRESENT-SW          PIC X(01)   VALUE 'Y'.
000930         88  SNAPSHOT-PRESENT                    VALUE 'Y'.
000940         88  SNAPSHOT-ABSENT                     VALUE 'N'.
000950     05  WS-JRNL-FULL-SW             PIC X(01)   VALUE 'N'.
000960         88  JRNL-TABLE-FULL                     VALUE 'Y'.
000970
000980 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
000990     88  WS-MASTER-FILE-OK                        VALUE '00'.
001000
001010 01  WS-SNPI-FILE-STATUS             PIC X(02)   VALUE '00'.
001020     88  WS-SNPI-FILE-FOUND                       VALUE '00'.
001030     88  WS-SNPI-FILE-NOT-FOUND                   VALUE '35'.
001040
001050 01  WS-JRNL-FILE-STATUS             PIC X(02)   VALUE '00'.
001060     88  WS-JRNL-FILE-FOUND                       VALUE '00'.
001070     88  WS-JRNL-FILE-NOT-FOUND                   VALUE '35'.
001080
001090*****************************************************************
001100*    JOURNAL SUMMARY TABLE - ONE ENTRY PER EMPLOYEE JOURNALED
001110*    ON THE BUSINESS DATE, HOLDING THE FIRST BEFORE IMAGE AND
001120*    THE LATEST AFTER IMAGE, AND WHETHER EACH ENTRY'S BEFORE
001130*    IMAGE MATCHED THE AFTER IMAGE OF THE ONE AHEAD OF IT.
001140*****************************************************************
001150 01  WS-JRNL-TBL-COUNT               PIC 9(05) COMP VALUE ZERO.
001160 01  WS-JRNL-TABLE.
001170     05  WS-JRNL-ENTRY       OCCURS 5000 TIMES
001180                             INDEXED BY WS-JRNL-IDX.
001190         10  WS-JRT-EMP-ID           PIC X(05).
001200         10  WS-JRT-FIRST-BEFORE     PIC X(60).
001210         10  WS-JRT-LAST-AFTER       PIC X(60).
001220         10  WS-JRT-ENTRY-COUNT      PIC 9(03) COMP.
001230         10  WS-JRT-CHAIN-SW         PIC X(01).
001240             88  JRT-CHAIN-OK                    VALUE 'Y'.
001250             88  JRT-CHAIN-BROKEN                VALUE 'N'.
001260         10  WS-JRT-MATCHED-SW       PIC X(01).
001270             88  JRT-MATCHED                     VALUE 'Y'.
001280             88  JRT-NOT-MATCHED                 VALUE 'N'.
001290
001300*****************************************************************
001310*    MATCH WORK AREAS - THE CURRENT KEYS OF THE TWO FILES, AND
001320*    THE SNAPSHOT AND MASTER IMAGES OF THE EMPLOYEE IN HAND,
001330*    UNFOLDED SO THE CHANGED FIELDS CAN BE NAMED.  AN IMAGE IS
001340*    SPACES WHEN THE EMPLOYEE IS NOT ON THAT FILE.
001350*****************************************************************
001360 01  WS-MASTER-KEY                   PIC X(05).
001370 01  WS-SNAP-KEY                     PIC X(05).
001380 01  WS-MATCH-KEY                    PIC X(05).
001390
001400 01  WS-MATCH-IMAGES.
001410     05  WS-SNAP-IMAGE.
001420         10  WS-SNP-EMP-ID           PIC X(05).
001430         10  WS-SNP-NAME             PIC X(35).
001440         10  WS-SNP-DEPT-CODE        PIC X(03).
001450         10  WS-SNP-STATUS           PIC X(01).
001460         10  WS-SNP-HIRE-DATE        PIC X(08).
001470         10  WS-SNP-MAINT-DATE       PIC X(08).
001480     05  WS-MAST-IMAGE.
001490         10  WS-MST-EMP-ID           PIC X(05).
001500         10  WS-MST-NAME             PIC X(35).
001510         10  WS-MST-DEPT-CODE        PIC X(03).
001520         10  WS-MST-STATUS           PIC X(01).
001530         10  WS-MST-HIRE-DATE        PIC X(08).
001540         10  WS-MST-MAINT-DATE       PIC X(08).
001550
001560 01  WS-CHANGE-TEXT                  PIC X(30).
001570 01  WS-CHANGE-PTR                   PIC 9(03) COMP.
001580
001590*****************************************************************
001600*    EXCEPTION WORK AREA
001610*****************************************************************
001620 01  WS-EXCEPTION-WORK.
001630     05  WS-EXC-CODE                 PIC X(04).
001640     05  WS-EXC-TEXT                 PIC X(32).
001650
001660*****************************************************************
001670*    RUN TOTALS
001680*****************************************************************
001690 01  WS-TOTALS.
001700     05  WS-SNAP-COUNT               PIC 9(05) COMP VALUE ZERO.
001710     05  WS-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
001720     05  WS-SAME-COUNT               PIC 9(05) COMP VALUE ZERO.
001730     05  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
001740     05  WS-DELETED-COUNT            PIC 9(05) COMP VALUE ZERO.
001750     05  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
001760     05  WS-EXPLAINED-COUNT          PIC 9(05) COMP VALUE ZERO.
001770     05  WS-JRNL-DATE-COUNT          PIC 9(05) COMP VALUE ZERO.
001780     05  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
001790
001800*****************************************************************
001810*    BUSINESS-DATE PARAMETER AREA
001820*****************************************************************
001830     COPY BDTWRK.
001840
001850*****************************************************************
001860*    RUN-CONTROL PARAMETER AREA
001870*****************************************************************
001880     COPY RUNWRK.
001890
001900*****************************************************************
001910*    REPORT CONTROL AND PRINT LINES
001920*****************************************************************
001930 01  WS-REPORT-CONTROL.
001940     05  WS-RUN-DATE                 PIC 9(08).
001950     05  WS-PAGE-NBR                 PIC 9(03) COMP    VALUE ZERO.
001960     05  WS-LINE-CTR                 PIC 9(03) COMP    VALUE 99.
001970     05  WS-MAX-LINES                PIC 9(03) COMP    VALUE 50.
001980
001990 01  WS-HEADING-LINE.
002000     05  FILLER      PIC X(29) VALUE 'MASTER CHANGE VERIFICATION'.
002010     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
002020     05  WS-HDR-RUN-DATE             PIC 9(08).
002030     05  FILLER                      PIC X(05) VALUE SPACES.
002040     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
002050     05  WS-HDR-PAGE-NBR             PIC ZZ9.
002060     05  FILLER                      PIC X(21) VALUE SPACES.
002070
002080 01  WS-COLUMN-LINE.
002090     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
002100     05  FILLER                      PIC X(06) VALUE 'CODE'.
002110     05  FILLER                      PIC X(34) VALUE 'EXCEPTION'.
002120     05  FILLER                      PIC X(33) VALUE
002130         'FIELDS DIFFERING FROM SNAPSHOT'.
002140
002150 01  WS-DETAIL-LINE.
002160     05  WS-DTL-EMP-ID               PIC X(05).
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  WS-DTL-CODE                 PIC X(04).
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  WS-DTL-TEXT                 PIC X(32).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  WS-DTL-CHANGES              PIC X(30).
002230     05  FILLER                      PIC X(03) VALUE SPACES.
002240
002250 01  WS-MESSAGE-LINE.
002260     05  WS-MSG-TEXT                 PIC X(60).
002270     05  FILLER                      PIC X(20) VALUE SPACES.
002280
002290 01  WS-TOTAL-LINE.
002300     05  WS-TOT-LABEL                PIC X(30).
002310     05  WS-TOT-VALUE                PIC ZZZZ9.
002320     05  FILLER                      PIC X(45) VALUE SPACES.
002330
002340 01  WS-TRAILER-LINE.
002350     05  FILLER          PIC X(21) VALUE '*** END OF REPORT ***'.
002360     05  FILLER                      PIC X(59) VALUE SPACES.
002370
002380 PROCEDURE DIVISION.
002390*****************************************************************
002400*    0000-MAINLINE
002410*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE RUN.
002420*****************************************************************
002430 0000-MAINLINE.
002440     PERFORM 9800-VERIFY-RUN-CONTROL THRU 9800-EXIT.
002450     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
002460     PERFORM 2000-LOAD-JOURNAL       THRU 2000-EXIT.
002470     PERFORM 3000-MATCH-FILES        THRU 3000-EXIT.
002480     PERFORM 4000-CHECK-UNMATCHED    THRU 4000-EXIT.
002490     PERFORM 8500-PRINT-TOTALS       THRU 8500-EXIT.
002500     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
002510     STOP RUN.
002520
002530*****************************************************************
002540*    1000-INITIALIZE
002550*    OPENS ALL FILES.  THE MASTER MUST OPEN OR THE RUN ENDS
002560*    WITH RETURN CODE 16.  A MISSING SNAPSHOT - THE FIRST NIGHT
002570*    - LEAVES NOTHING TO COMPARE; TONIGHT'S SNAPSHOT IS STILL
002580*    WRITTEN AND THE RUN ENDS WITH RETURN CODE 4.
002590*****************************************************************
002600 1000-INITIALIZE.
002610     OPEN INPUT EMPLOYEE-MASTER.
002620     IF NOT WS-MASTER-FILE-OK
002630         DISPLAY "MSTCOMP - CANNOT OPEN EMPLOYEE MASTER, STATUS: "
002640             WS-MASTER-FILE-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     OPEN INPUT SNAPSHOT-IN.
002690     IF WS-SNPI-FILE-NOT-FOUND
002700         SET SNAPSHOT-ABSENT TO TRUE
002710         SET SNAP-EOF        TO TRUE
002720         DISPLAY "MSTCOMP - NO PRIOR SNAPSHOT, COMPARE SKIPPED"
002730     END-IF.
002740     OPEN INPUT JOURNAL-FILE.
002750     IF WS-JRNL-FILE-NOT-FOUND
002760         SET JRNL-EOF TO TRUE
002770         DISPLAY "MSTCOMP - JOURNAL FILE NOT PRESENT, "
002780             "TREATED AS EMPTY"
002790     END-IF.
002800     OPEN OUTPUT SNAPSHOT-OUT.
002810     OPEN OUTPUT REPORT-FILE.
002820     PERFORM 8000-PRINT-HEADING THRU 8000-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870*    2000-LOAD-JOURNAL
002880*    SUMMARIZES THE BUSINESS DATE'S JOURNAL RECORDS BY
002890*    EMPLOYEE, IN JOURNAL ORDER.
002900*****************************************************************
002910 2000-LOAD-JOURNAL.
002920     IF JRNL-EOF
002930         GO TO 2000-EXIT
002940     END-IF.
002950     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002960     PERFORM 2200-NOTE-JOURNAL THRU 2200-EXIT
002970         UNTIL JRNL-EOF.
002980     CLOSE JOURNAL-FILE.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-READ-JOURNAL.
003030     READ JOURNAL-FILE
003040         AT END
003050             SET JRNL-EOF TO TRUE
003060     END-READ.
003070 2100-EXIT.
003080     EXIT.
003090
003100 2200-NOTE-JOURNAL.
003110     IF JRN-RUN-DATE NOT = WS-RUN-DATE
003120         GO TO 2200-READ-NEXT
003130     END-IF.
003140     ADD 1 TO WS-JRNL-DATE-COUNT.
003150     SET WS-JRNL-IDX TO 1.
003160     SEARCH WS-JRNL-ENTRY
003170         AT END
003180             PERFORM 2250-ADD-JOURNAL-ENTRY THRU 2250-EXIT
003190         WHEN WS-JRNL-IDX > WS-JRNL-TBL-COUNT
003200             PERFORM 2250-ADD-JOURNAL-ENTRY THRU 2250-EXIT
003210         WHEN WS-JRT-EMP-ID (WS-JRNL-IDX) = JRN-EMP-ID
003220             IF JRN-BEFORE-IMAGE NOT =
003230                 WS-JRT-LAST-AFTER (WS-JRNL-IDX)
003240                 SET JRT-CHAIN-BROKEN (WS-JRNL-IDX) TO TRUE
003250             END-IF
003260             MOVE JRN-AFTER-IMAGE
003270                 TO WS-JRT-LAST-AFTER (WS-JRNL-IDX)
003280             ADD 1 TO WS-JRT-ENTRY-COUNT (WS-JRNL-IDX)
003290     END-SEARCH.
003300 2200-READ-NEXT.
003310     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003320 2200-EXIT.
003330     EXIT.
003340
003350 2250-ADD-JOURNAL-ENTRY.
003360     IF WS-JRNL-TBL-COUNT >= 5000
003370         IF NOT JRNL-TABLE-FULL
003380             SET JRNL-TABLE-FULL TO TRUE
003390             DISPLAY "MSTCOMP - JOURNAL TABLE FULL, LATER "
003400                 "EMPLOYEES CANNOT BE EXPLAINED"
003410         END-IF
003420         GO TO 2250-EXIT
003430     END-IF.
003440     ADD 1 TO WS-JRNL-TBL-COUNT.
003450     SET WS-JRNL-IDX TO WS-JRNL-TBL-COUNT.
003460     MOVE JRN-EMP-ID       TO WS-JRT-EMP-ID (WS-JRNL-IDX).
003470     MOVE JRN-BEFORE-IMAGE TO WS-JRT-FIRST-BEFORE (WS-JRNL-IDX).
003480     MOVE JRN-AFTER-IMAGE  TO WS-JRT-LAST-AFTER (WS-JRNL-IDX).
003490     MOVE 1                TO WS-JRT-ENTRY-COUNT (WS-JRNL-IDX).
003500     SET JRT-CHAIN-OK (WS-JRNL-IDX) TO TRUE.
003510     SET JRT-NOT-MATCHED (WS-JRNL-IDX) TO TRUE.
003520 2250-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*    3000-MATCH-FILES
003570*    MATCHES THE SNAPSHOT AND THE MASTER BY EMPLOYEE ID, BOTH
003580*    IN KEY SEQUENCE, COPYING EVERY MASTER RECORD TO TONIGHT'S
003590*    SNAPSHOT AS IT GOES.  WITH NO PRIOR SNAPSHOT THE MASTER IS
003600*    ONLY COPIED.
003610*****************************************************************
003620 3000-MATCH-FILES.
003630     PERFORM 3100-READ-MASTER   THRU 3100-EXIT.
003640     PERFORM 3200-READ-SNAPSHOT THRU 3200-EXIT.
003650     PERFORM 3300-MATCH-ONE     THRU 3300-EXIT
003660         UNTIL MASTER-EOF AND SNAP-EOF.
003670     IF SNAPSHOT-PRESENT
003680         CLOSE SNAPSHOT-IN
003690     END-IF.
003700 3000-EXIT.
003710     EXIT.
003720
003730 3100-READ-MASTER.
003740     READ EMPLOYEE-MASTER NEXT RECORD
003750         AT END
003760             SET MASTER-EOF TO TRUE
003770     END-READ.
003780     IF MASTER-EOF
003790         MOVE HIGH-VALUES TO WS-MASTER-KEY
003800     ELSE
003810         ADD 1 TO WS-MASTER-COUNT
003820         MOVE EMP-ID TO WS-MASTER-KEY
003830         WRITE SNP-OUT-RECORD FROM EMP-RECORD
003840     END-IF.
003850 3100-EXIT.
003860     EXIT.
003870
003880 3200-READ-SNAPSHOT.
003890     IF SNAP-NOT-EOF
003900         READ SNAPSHOT-IN
003910             AT END
003920                 SET SNAP-EOF TO TRUE
003930         END-READ
003940     END-IF.
003950     IF SNAP-EOF
003960         MOVE HIGH-VALUES TO WS-SNAP-KEY
003970     ELSE
003980         ADD 1 TO WS-SNAP-COUNT
003990         MOVE SNP-IN-EMP-ID TO WS-SNAP-KEY
004000     END-IF.
004010 3200-EXIT.
004020     EXIT.
004030
004040*****************************************************************
004050*    3300-MATCH-ONE
004060*    TAKES THE LOWER OF THE TWO KEYS AND BUILDS THE SNAPSHOT
004070*    AND MASTER IMAGES FOR IT, THEN HAS THE EMPLOYEE VERIFIED.
004080*****************************************************************
004090 3300-MATCH-ONE.
004100     MOVE SPACES TO WS-SNAP-IMAGE
004110                    WS-MAST-IMAGE.
004120     EVALUATE TRUE
004130         WHEN WS-MASTER-KEY = WS-SNAP-KEY
004140             MOVE WS-MASTER-KEY TO WS-MATCH-KEY
004150             MOVE SNP-IN-RECORD TO WS-SNAP-IMAGE
004160             MOVE EMP-RECORD    TO WS-MAST-IMAGE
004170             PERFORM 3100-READ-MASTER   THRU 3100-EXIT
004180             PERFORM 3200-READ-SNAPSHOT THRU 3200-EXIT
004190         WHEN WS-MASTER-KEY < WS-SNAP-KEY
004200             MOVE WS-MASTER-KEY TO WS-MATCH-KEY
004210             MOVE EMP-RECORD    TO WS-MAST-IMAGE
004220             PERFORM 3100-READ-MASTER THRU 3100-EXIT
004230         WHEN WS-SNAP-KEY < WS-MASTER-KEY
004240             MOVE WS-SNAP-KEY   TO WS-MATCH-KEY
004250             MOVE SNP-IN-RECORD TO WS-SNAP-IMAGE
004260             PERFORM 3200-READ-SNAPSHOT THRU 3200-EXIT
004280     END-EVALUATE.
004290     IF SNAPSHOT-PRESENT
004300         PERFORM 3400-VERIFY-EMPLOYEE THRU 3400-EXIT
004310     END-IF.
004320 3300-EXIT.
004330     EXIT.
004340
004350*****************************************************************
004360*    3400-VERIFY-EMPLOYEE
004370*    AN EMPLOYEE NOT JOURNALED TODAY MUST BE UNCHANGED.  ONE
004380*    THAT WAS JOURNALED MUST HAVE AN UNBROKEN CHAIN OF IMAGES
004390*    RUNNING FROM THE SNAPSHOT TO THE MASTER.
004400*****************************************************************
004410 3400-VERIFY-EMPLOYEE.
004420     PERFORM 3500-BUILD-CHANGES THRU 3500-EXIT.
004430     EVALUATE TRUE
004440         WHEN WS-SNAP-IMAGE = WS-MAST-IMAGE
004450             ADD 1 TO WS-SAME-COUNT
004460         WHEN WS-SNAP-IMAGE = SPACES
004470             ADD 1 TO WS-ADDED-COUNT
004480         WHEN WS-MAST-IMAGE = SPACES
004490             ADD 1 TO WS-DELETED-COUNT
004500         WHEN OTHER
004510             ADD 1 TO WS-CHANGED-COUNT
004520     END-EVALUATE.
004530     SET WS-JRNL-IDX TO 1.
004540     SEARCH WS-JRNL-ENTRY
004550         AT END
004560             PERFORM 3600-CHECK-NOT-JOURNALED THRU 3600-EXIT
004570         WHEN WS-JRNL-IDX > WS-JRNL-TBL-COUNT
004580             PERFORM 3600-CHECK-NOT-JOURNALED THRU 3600-EXIT
004590         WHEN WS-JRT-EMP-ID (WS-JRNL-IDX) = WS-MATCH-KEY
004600             SET JRT-MATCHED (WS-JRNL-IDX) TO TRUE
004610             PERFORM 3700-CHECK-JOURNALED THRU 3700-EXIT
004620     END-SEARCH.
004630 3400-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*    3500-BUILD-CHANGES
004680*    NAMES THE FIELDS THAT DIFFER BETWEEN THE SNAPSHOT AND THE
004690*    MASTER.  AN ADD OR DELETE IS DESCRIBED AS SUCH.
004700*****************************************************************
004710 3500-BUILD-CHANGES.
004720     MOVE SPACES TO WS-CHANGE-TEXT.
004730     MOVE 1      TO WS-CHANGE-PTR.
004740     IF WS-SNAP-IMAGE = SPACES
004750         MOVE 'NOT ON SNAPSHOT' TO WS-CHANGE-TEXT
004760         GO TO 3500-EXIT
004770     END-IF.
004780     IF WS-MAST-IMAGE = SPACES
004790         MOVE 'NOT ON MASTER' TO WS-CHANGE-TEXT
004800         GO TO 3500-EXIT
004810     END-IF.
004820     IF WS-SNP-NAME NOT = WS-MST-NAME
004830         STRING 'NAME ' DELIMITED BY SIZE
004840             INTO WS-CHANGE-TEXT
004850             WITH POINTER WS-CHANGE-PTR
004860     END-IF.
004870     IF WS-SNP-DEPT-CODE NOT = WS-MST-DEPT-CODE
004880         STRING 'DEPT ' DELIMITED BY SIZE
004890             INTO WS-CHANGE-TEXT
004900             WITH POINTER WS-CHANGE-PTR
004910     END-IF.
004920     IF WS-SNP-STATUS NOT = WS-MST-STATUS
004930         STRING 'STATUS ' DELIMITED BY SIZE
004940             INTO WS-CHANGE-TEXT
004950             WITH POINTER WS-CHANGE-PTR
004960     END-IF.
004970     IF WS-SNP-HIRE-DATE NOT = WS-MST-HIRE-DATE
004980         STRING 'HIREDT ' DELIMITED BY SIZE
004990             INTO WS-CHANGE-TEXT
005000             WITH POINTER WS-CHANGE-PTR
005010     END-IF.
005020     IF WS-SNP-MAINT-DATE NOT = WS-MST-MAINT-DATE
005030         STRING 'MAINTDT ' DELIMITED BY SIZE
005040             INTO WS-CHANGE-TEXT
005050             WITH POINTER WS-CHANGE-PTR
005060     END-IF.
005070 3500-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110*    3600-CHECK-NOT-JOURNALED
005120*    NO JOURNAL RECORD TODAY - ANY DIFFERENCE IS UNEXPLAINED.
005130*****************************************************************
005140 3600-CHECK-NOT-JOURNALED.
005150     IF WS-SNAP-IMAGE = WS-MAST-IMAGE
005160         GO TO 3600-EXIT
005170     END-IF.
005180     EVALUATE TRUE
005190         WHEN WS-SNAP-IMAGE = SPACES
005200             MOVE 'C001' TO WS-EXC-CODE
005210             MOVE 'ADDED WITH NO JOURNAL ENTRY' TO WS-EXC-TEXT
005220         WHEN WS-MAST-IMAGE = SPACES
005230             MOVE 'C002' TO WS-EXC-CODE
005240             MOVE 'DELETED WITH NO JOURNAL ENTRY' TO WS-EXC-TEXT
005250         WHEN OTHER
005260             MOVE 'C003' TO WS-EXC-CODE
005270             MOVE 'CHANGED WITH NO JOURNAL ENTRY' TO WS-EXC-TEXT
005280     END-EVALUATE.
005290     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
005300 3600-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340*    3700-CHECK-JOURNALED
005350*    THE JOURNAL MUST START FROM THE SNAPSHOT IMAGE, CHAIN
005360*    UNBROKEN, AND END ON THE MASTER IMAGE.  THE FIRST FAILURE
005370*    IS REPORTED.
005380*****************************************************************
005390 3700-CHECK-JOURNALED.
005400     IF WS-JRT-FIRST-BEFORE (WS-JRNL-IDX) NOT = WS-SNAP-IMAGE
005410         MOVE 'C004' TO WS-EXC-CODE
005420         MOVE 'JOURNAL BEFORE NOT = SNAPSHOT' TO WS-EXC-TEXT
005430         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005440         GO TO 3700-EXIT
005450     END-IF.
005460     IF JRT-CHAIN-BROKEN (WS-JRNL-IDX)
005470         MOVE 'C005' TO WS-EXC-CODE
005480         MOVE 'JOURNAL IMAGES DO NOT CHAIN' TO WS-EXC-TEXT
005490         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005500         GO TO 3700-EXIT
005510     END-IF.
005520     IF WS-JRT-LAST-AFTER (WS-JRNL-IDX) NOT = WS-MAST-IMAGE
005530         MOVE 'C006' TO WS-EXC-CODE
005540         MOVE 'JOURNAL AFTER NOT = MASTER' TO WS-EXC-TEXT
005550         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005560         GO TO 3700-EXIT
005570     END-IF.
005580     IF WS-SNAP-IMAGE NOT = WS-MAST-IMAGE
005590         ADD 1 TO WS-EXPLAINED-COUNT
005600     END-IF.
005610 3700-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650*    4000-CHECK-UNMATCHED
005660*    A JOURNALED EMPLOYEE ON NEITHER FILE WAS ADDED AND DELETED
005670*    THE SAME DAY; ITS JOURNAL MUST START AND END ON NO RECORD.
005680*****************************************************************
005690 4000-CHECK-UNMATCHED.
005700     IF SNAPSHOT-ABSENT
005710         GO TO 4000-EXIT
005720     END-IF.
005730     MOVE SPACES TO WS-SNAP-IMAGE
005740                    WS-MAST-IMAGE
005750                    WS-CHANGE-TEXT.
005760     SET WS-JRNL-IDX TO 1.
005770     PERFORM 4100-CHECK-ONE-UNMATCHED THRU 4100-EXIT
005780         UNTIL WS-JRNL-IDX > WS-JRNL-TBL-COUNT.
005790 4000-EXIT.
005800     EXIT.
005810
005820 4100-CHECK-ONE-UNMATCHED.
005830     IF JRT-NOT-MATCHED (WS-JRNL-IDX)
005840         MOVE WS-JRT-EMP-ID (WS-JRNL-IDX) TO WS-MATCH-KEY
005850         MOVE 'ON NEITHER FILE' TO WS-CHANGE-TEXT
005860         PERFORM 3700-CHECK-JOURNALED THRU 3700-EXIT
005870     END-IF.
005880     SET WS-JRNL-IDX UP BY 1.
005890 4100-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    7000-WRITE-EXCEPTION
005940*    PRINTS ONE EXCEPTION FOR THE EMPLOYEE IN HAND.
005950*****************************************************************
005960 7000-WRITE-EXCEPTION.
005970     ADD 1 TO WS-EXCEPTION-COUNT.
005980     IF WS-LINE-CTR >= WS-MAX-LINES
005990         PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
006000     END-IF.
006010     MOVE WS-MATCH-KEY   TO WS-DTL-EMP-ID.
006020     MOVE WS-EXC-CODE    TO WS-DTL-CODE.
006030     MOVE WS-EXC-TEXT    TO WS-DTL-TEXT.
006040     MOVE WS-CHANGE-TEXT TO WS-DTL-CHANGES.
006050     WRITE RPT-RECORD FROM WS-DETAIL-LINE
006060         AFTER ADVANCING 1 LINE.
006070     ADD 1 TO WS-LINE-CTR.
006080 7000-EXIT.
006090     EXIT.
006100
006110 8000-PRINT-HEADING.
006120     ADD 1 TO WS-PAGE-NBR.
006130     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
006140     MOVE WS-PAGE-NBR TO WS-HDR-PAGE-NBR.
006150     WRITE RPT-RECORD FROM WS-HEADING-LINE
006160         AFTER ADVANCING PAGE.
006170     WRITE RPT-RECORD FROM WS-COLUMN-LINE
006180         AFTER ADVANCING 2 LINES.
006190     MOVE 3 TO WS-LINE-CTR.
006200 8000-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    8500-PRINT-TOTALS
006250*    PRINTS ANY COMPARE NOTES, THE MATCH COUNTS, AND THE
006260*    EXCEPTION COUNT.
006270*****************************************************************
006280 8500-PRINT-TOTALS.
006290     IF SNAPSHOT-ABSENT
006300         MOVE 'NO PRIOR SNAPSHOT - COMPARE SKIPPED'
006310             TO WS-MSG-TEXT
006320         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
006330     END-IF.
006340     IF JRNL-TABLE-FULL
006350         MOVE 'JOURNAL TABLE FULL - LATER EMPLOYEES UNEXPLAINED'
006360             TO WS-MSG-TEXT
006370         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
006380     END-IF.
006390     IF SNAPSHOT-PRESENT
006400       AND WS-EXCEPTION-COUNT = ZERO
006410         MOVE 'EVERY MASTER DIFFERENCE EXPLAINED BY THE JOURNAL'
006420             TO WS-MSG-TEXT
006430         PERFORM 8600-PRINT-MESSAGE THRU 8600-EXIT
006440     END-IF.
006450     MOVE 'SNAPSHOT RECORDS'          TO WS-TOT-LABEL.
006460     MOVE WS-SNAP-COUNT               TO WS-TOT-VALUE.
006470     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006480     MOVE 'MASTER RECORDS'            TO WS-TOT-LABEL.
006490     MOVE WS-MASTER-COUNT             TO WS-TOT-VALUE.
006500     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006510     MOVE 'UNCHANGED'                 TO WS-TOT-LABEL.
006520     MOVE WS-SAME-COUNT               TO WS-TOT-VALUE.
006530     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006540     MOVE 'ADDED'                     TO WS-TOT-LABEL.
006550     MOVE WS-ADDED-COUNT              TO WS-TOT-VALUE.
006560     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006570     MOVE 'DELETED'                   TO WS-TOT-LABEL.
006580     MOVE WS-DELETED-COUNT            TO WS-TOT-VALUE.
006590     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006600     MOVE 'CHANGED'                   TO WS-TOT-LABEL.
006610     MOVE WS-CHANGED-COUNT            TO WS-TOT-VALUE.
006620     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006630     MOVE 'EXPLAINED BY JOURNAL'      TO WS-TOT-LABEL.
006640     MOVE WS-EXPLAINED-COUNT          TO WS-TOT-VALUE.
006650     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006660     MOVE 'JOURNAL RECORDS FOR DATE'  TO WS-TOT-LABEL.
006670     MOVE WS-JRNL-DATE-COUNT          TO WS-TOT-VALUE.
006680     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006690     MOVE 'EXCEPTIONS'                TO WS-TOT-LABEL.
006700     MOVE WS-EXCEPTION-COUNT          TO WS-TOT-VALUE.
006710     PERFORM 8700-PRINT-TOTAL-LINE THRU 8700-EXIT.
006720     WRITE RPT-RECORD FROM WS-TRAILER-LINE
006730         AFTER ADVANCING 2 LINES.
006740 8500-EXIT.
006750     EXIT.
006760
006770 8600-PRINT-MESSAGE.
006780     IF WS-LINE-CTR >= WS-MAX-LINES
006790         PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
006800     END-IF.
006810     WRITE RPT-RECORD FROM WS-MESSAGE-LINE
006820         AFTER ADVANCING 2 LINES.
006830     ADD 2 TO WS-LINE-CTR.
006840 8600-EXIT.
006850     EXIT.
006860
006870 8700-PRINT-TOTAL-LINE.
006880     IF WS-LINE-CTR >= WS-MAX-LINES
006890         PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
006900     END-IF.
006910     WRITE RPT-RECORD FROM WS-TOTAL-LINE
006920         AFTER ADVANCING 1 LINE.
006930     ADD 1 TO WS-LINE-CTR.
006940 8700-EXIT.
006950     EXIT.
006960
006970*****************************************************************
006980*    9000-TERMINATE
006990*    CLOSES ALL FILES AND SETS THE RETURN CODE - 8 WHEN ANY
007000*    DIFFERENCE IS UNEXPLAINED OR THE JOURNAL COULD NOT ALL BE
007010*    HELD, 4 ON THE FIRST NIGHT, ELSE ZERO.  A RUN ENDING WITH
007020*    8 IS NOT STAMPED COMPLETE, SO EXAMPLE IS REFUSED UNTIL THE
007030*    MASTER IS PUT RIGHT AND THIS STEP RERUN.
007040*****************************************************************
007050 9000-TERMINATE.
007060     DISPLAY "MSTCOMP - SNAPSHOT: " WS-SNAP-COUNT
007070         "  MASTER: "               WS-MASTER-COUNT
007080         "  EXPLAINED: "            WS-EXPLAINED-COUNT
007090         "  EXCEPTIONS: "           WS-EXCEPTION-COUNT.
007100     CLOSE EMPLOYEE-MASTER
007110           SNAPSHOT-OUT
007120           REPORT-FILE.
007130     EVALUATE TRUE
007140         WHEN WS-EXCEPTION-COUNT > ZERO
007150             MOVE 8 TO RETURN-CODE
007160         WHEN JRNL-TABLE-FULL
007170             MOVE 8 TO RETURN-CODE
007180         WHEN SNAPSHOT-ABSENT
007190             MOVE 4 TO RETURN-CODE
007200         WHEN OTHER
007210             MOVE ZERO TO RETURN-CODE
007220     END-EVALUATE.
007230     DISPLAY "MSTCOMP - RETURN CODE: " RETURN-CODE.
007240     IF RETURN-CODE NOT = 8
007250         PERFORM 9900-STAMP-RUN-CONTROL THRU 9900-EXIT
007260     END-IF.
007270 9000-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310*    9800-VERIFY-RUN-CONTROL
007320*    ASKS THE RUNCHECK SUBPROGRAM WHETHER THIS STEP MAY START
007330*    FOR THE BUSINESS DATE, AND REFUSES TO RUN WHEN IT MAY
007340*    NOT.
007350*****************************************************************
007360 9800-VERIFY-RUN-CONTROL.
007370     CALL 'BDTFETCH' USING BDT-PARAMETERS.
007380     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
007390     SET RCK-CHECK-FUNCTION TO TRUE.
007400     MOVE 'MSTCOMP ' TO RCK-STEP-NAME.
007410     MOVE 'EMPARCH ' TO RCK-PRED-NAME.
007420     MOVE WS-RUN-DATE TO RCK-BUS-DATE.
007430     CALL 'RUNCHECK' USING RCK-PARAMETERS.
007440     IF NOT RCK-OK
007450         DISPLAY "MSTCOMP - STEP REFUSED: " RCK-RESULT-TEXT
007460         MOVE 8 TO RETURN-CODE
007470         STOP RUN
007480     END-IF.
007490 9800-EXIT.
007500     EXIT.
007510
007520*****************************************************************
007530*    9900-STAMP-RUN-CONTROL
007540*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL FILE AT
007550*    CLEAN END OF JOB.
007560*****************************************************************
007570 9900-STAMP-RUN-CONTROL.
007580     SET RCK-STAMP-FUNCTION TO TRUE.
007590     CALL 'RUNCHECK' USING RCK-PARAMETERS.
007600 9900-EXIT.
007610     EXIT.
