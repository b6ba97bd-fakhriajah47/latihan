000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CORENTRY.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - INTERACTIVE ENTRY OF THE
000120*                     CORRECTIONS DECK.  THE OPERATOR SIGNS ON,
000130*                     KEYS THE TRANSACTION CODE AND EMPLOYEE ID,
000140*                     SEES THE EMPLOYEE AS THE MASTER HOLDS IT
000150*                     NOW AND THE NAME OF EACH DEPARTMENT CODE
000160*                     KEYED, AND COMPLETES THE CARD ON A
000170*                     FORMATTED SCREEN.  EVERY CARD IS PUT
000180*                     THROUGH THE EMPEDIT EDITS (E001-E012) BEFORE
000190*                     IT IS APPENDED TO CORTRAN FOR THE NIGHT'S
000200*                     TRNMERGE, SO A FAILING CARD IS CORRECTED AT
000210*                     THE SCREEN INSTEAD OF IN SUSPENSE.  PRINTS
000220*                     A SUMMARY OF THE SESSION'S CARDS.
000221*    2026-10-15 DLW   THE IN-BATCH ID TABLE NOW KEEPS THE
000222*                     DEPARTMENT LEFT BY THE LAST CARD ON THE
000223*                     DECK FOR EACH ID, AND A CHANGE OR DELETE
000224*                     OF AN ID ADDED ON THE DECK IS AUTHORIZED
000225*                     AGAINST IT - A DELETE CARD IS KEYED WITH
000226*                     NO DEPARTMENT, SO ONLY AN ALL-DEPARTMENTS
000227*                     OPERATOR COULD PASS ONE BEFORE.
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
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS EMP-ID
000360         FILE STATUS IS WS-MASTER-FILE-STATUS.
000370     SELECT DEPT-MASTER     ASSIGN TO DEPTMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS DEP-CODE
000410         FILE STATUS IS WS-DEPT-FILE-STATUS.
000420     SELECT OPERATOR-AUTHORITY ASSIGN TO OPRAUTH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUTH-FILE-STATUS.
000450     SELECT CORR-TRANS-FILE ASSIGN TO CORTRAN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CORR-FILE-STATUS.
000480     SELECT SUMMARY-REPORT  ASSIGN TO ENTRPT
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  EMPLOYEE-MASTER
000540     LABEL RECORDS ARE STANDARD.
000550     COPY EMPREC.
000560
000570 FD  DEPT-MASTER
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DEPREC.
000600
000610 FD  OPERATOR-AUTHORITY
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY OPRREC.
000650
000660 FD  CORR-TRANS-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  CORR-TRANS-RECORD               PIC X(71).
000700
000710 FD  SUMMARY-REPORT
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  RPT-RECORD                      PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770*****************************************************************
000780*    SWITCHES
000790*****************************************************************
000800 01  WS-SWITCHES.
000810     05  WS-SESSION-END-SW           PIC X(01)   VALUE 'N'.
000820         88  SESSION-ENDED                       VALUE 'Y'.
000830         88  SESSION-NOT-ENDED                    VALUE 'N'.
000840     05  WS-SIGNED-ON-SW             PIC X(01)   VALUE 'N'.
000850         88  OPERATOR-SIGNED-ON                  VALUE 'Y'.
000860         88  OPERATOR-NOT-SIGNED-ON               VALUE 'N'.
000870     05  WS-CARD-DONE-SW             PIC X(01)   VALUE 'N'.
000880         88  CARD-DONE                           VALUE 'Y'.
000890         88  CARD-NOT-DONE                        VALUE 'N'.
000900     05  WS-DECK-EOF-SW              PIC X(01)   VALUE 'N'.
000910         88  DECK-EOF                            VALUE 'Y'.
000920         88  DECK-NOT-EOF                         VALUE 'N'.
000930     05  WS-TRANS-VALID-SW           PIC X(01)   VALUE 'Y'.
000940         88  TRANS-VALID                          VALUE 'Y'.
000950         88  TRANS-INVALID                        VALUE 'N'.
000960     05  WS-MASTER-FOUND-SW          PIC X(01)   VALUE 'N'.
000970         88  MASTER-FOUND                         VALUE 'Y'.
000980         88  MASTER-NOT-FOUND                     VALUE 'N'.
000990     05  WS-EMP-EXISTS-SW            PIC X(01)   VALUE 'N'.
001000         88  EMP-EXISTS                           VALUE 'Y'.
001010         88  EMP-NOT-EXISTS                       VALUE 'N'.
001012     05  WS-IN-BATCH-SW              PIC X(01)   VALUE 'N'.
001014         88  IN-BATCH                             VALUE 'Y'.
001016         88  NOT-IN-BATCH                         VALUE 'N'.
001020     05  WS-DEPT-FOUND-SW            PIC X(01)   VALUE 'N'.
001030         88  DEPT-FOUND                           VALUE 'Y'.
001040         88  DEPT-NOT-FOUND                       VALUE 'N'.
001050     05  WS-AUTH-EOF-SW              PIC X(01)   VALUE 'N'.
001060         88  AUTH-EOF                            VALUE 'Y'.
001070         88  AUTH-NOT-EOF                         VALUE 'N'.
001080     05  WS-AUTHORIZED-SW            PIC X(01)   VALUE 'N'.
001090         88  OPERATOR-AUTHORIZED                  VALUE 'Y'.
001100         88  OPERATOR-NOT-AUTHORIZED              VALUE 'N'.
001110
001120 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
001130     88  WS-MASTER-FILE-OK                        VALUE '00'.
001140
001150 01  WS-DEPT-FILE-STATUS             PIC X(02)   VALUE '00'.
001160     88  WS-DEPT-FILE-OK                          VALUE '00'.
001170
001180 01  WS-AUTH-FILE-STATUS             PIC X(02)   VALUE '00'.
001190     88  WS-AUTH-FILE-FOUND                       VALUE '00'.
001200     88  WS-AUTH-FILE-NOT-FOUND                   VALUE '35'.
001210
001220 01  WS-CORR-FILE-STATUS             PIC X(02)   VALUE '00'.
001230     88  WS-CORR-FILE-FOUND                       VALUE '00'.
001240     88  WS-CORR-FILE-NOT-FOUND                   VALUE '35'.
001250
001260*****************************************************************
001270*    SESSION TOTALS
001280*****************************************************************
001290 01  WS-TOTALS.
001300     05  WS-DECK-COUNT               PIC 9(05) COMP VALUE ZERO.
001310     05  WS-ACCEPT-COUNT             PIC 9(05) COMP VALUE ZERO.
001320     05  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001330     05  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001340     05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
001350     05  WS-CANCEL-COUNT             PIC 9(05) COMP VALUE ZERO.
001360     05  WS-FAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
001370
001380*****************************************************************
001390*    THE CARD BEING BUILT AT THE SCREEN
001400*****************************************************************
001410     COPY EMPTRN.
001420
001430*****************************************************************
001440*    SCREEN WORK AREAS.  WS-CURRENT-MASTER HOLDS THE EMPLOYEE AS
001450*    THE MASTER HAS IT NOW, FOR DISPLAY BESIDE THE NEW CARD.
001460*****************************************************************
001470 01  WS-OPERATOR-ID                  PIC X(08)   VALUE SPACES.
001480 01  WS-SIGNON-OPERATOR              PIC X(08)   VALUE SPACES.
001490 01  WS-KEY-CODE                     PIC X(01)   VALUE SPACES.
001500     88  KEY-END-SESSION                          VALUE 'E'.
001510 01  WS-KEY-EMP-ID                   PIC X(05)   VALUE SPACES.
001520 01  WS-DTL-ACTION                   PIC X(01)   VALUE SPACES.
001530     88  DETAIL-CANCEL                            VALUE 'C'.
001540 01  WS-CODE-TEXT                    PIC X(06)   VALUE SPACES.
001550 01  WS-MESSAGE                      PIC X(79)   VALUE SPACES.
001560 01  WS-CURRENT-MASTER.
001570     05  WS-CUR-FIRST-NAME           PIC X(15).
001580     05  WS-CUR-LAST-NAME            PIC X(20).
001590     05  WS-CUR-DEPT-CODE            PIC X(03).
001600     05  WS-CUR-DEPT-NAME            PIC X(20).
001610     05  WS-CUR-STATUS               PIC X(01).
001620     05  WS-CUR-HIRE-DATE            PIC X(08).
001630 01  WS-NEW-DEPT-NAME                PIC X(20)   VALUE SPACES.
001640
001650 01  WS-FAIL-MESSAGE.
001660     05  FILLER                      PIC X(16) VALUE
001670         'CARD FAILS EDIT '.
001680     05  WS-FMS-REASON-CODE          PIC X(04).
001690     05  FILLER                      PIC X(03) VALUE ' - '.
001700     05  WS-FMS-REASON-TEXT          PIC X(30).
001710
001720*****************************************************************
001730*    IN-BATCH ID STATE TABLE - ONE ENTRY PER EMPLOYEE ID ADDED
001740*    OR DELETED BY A CARD ALREADY ON TONIGHT'S DECK, KEYED
001750*    EARLIER OR IN THIS SESSION, SO THE MASTER-PRESENCE EDITS
001760*    SEE THE MASTER AS EMPMAINT WILL LEAVE IT.  THE DEPARTMENT
001763*    IS THE ONE LEFT BY THE LAST ADD OR CHANGE ON THE DECK FOR
001766*    THE ID, FOR THE AUTHORITY CHECK.
001770*****************************************************************
001780 01  WS-BATCH-COUNT                  PIC 9(03) COMP VALUE ZERO.
001790 01  WS-BATCH-FULL-SW                PIC X(01)   VALUE 'N'.
001800     88  BATCH-TABLE-FULL                         VALUE 'Y'.
001810 01  WS-BATCH-ID-TABLE.
001820     05  WS-BATCH-ENTRY      OCCURS 999 TIMES
001830                             INDEXED BY WS-BATCH-IDX.
001840         10  WS-BATCH-EMP-ID         PIC X(05).
001850         10  WS-BATCH-STATE          PIC X(01).
001855         10  WS-BATCH-DEPT-CODE      PIC X(03).
001860
001870*****************************************************************
001880*    OPERATOR AUTHORITY TABLE - LOADED FROM THE AUTHORITY FILE
001890*    AT START.  WS-AUTH-DEPT-CODE IS THE DEPARTMENT BEING
001900*    CHECKED FOR THE CARD IN HAND.
001910*****************************************************************
001920 01  WS-AUTH-COUNT                   PIC 9(03) COMP VALUE ZERO.
001930 01  WS-AUTH-TABLE.
001940     05  WS-AUTH-ENTRY       OCCURS 500 TIMES
001950                             INDEXED BY WS-AUTH-IDX.
001960         10  WS-AUT-OPERATOR-ID      PIC X(08).
001970         10  WS-AUT-DEPT-CODE        PIC X(03).
001980         10  WS-AUT-ADD-AUTH         PIC X(01).
001990         10  WS-AUT-CHANGE-AUTH      PIC X(01).
002000         10  WS-AUT-DELETE-AUTH      PIC X(01).
002010 01  WS-AUTH-DEPT-CODE               PIC X(03).
002020
002030*****************************************************************
002040*    EDIT RESULT WORK AREAS
002050*****************************************************************
002060 01  WS-EDIT-RESULT.
002070     05  WS-REASON-CODE              PIC X(04)   VALUE SPACES.
002080     05  WS-REASON-TEXT              PIC X(30)   VALUE SPACES.
002090
002100*****************************************************************
002110*    SESSION SUMMARY CONTROL AND PRINT LINES
002120*****************************************************************
002130 01  WS-REPORT-CONTROL.
002140     05  WS-RUN-DATE                 PIC 9(08).
002150     05  WS-START-TIME               PIC 9(08).
002160     05  WS-PAGE-NBR                 PIC 9(03) COMP    VALUE ZERO.
002170     05  WS-LINE-CTR                 PIC 9(03) COMP    VALUE 99.
002180     05  WS-MAX-LINES                PIC 9(03) COMP    VALUE 50.
002190
002200 01  WS-HEADING-LINE.
002210     05  FILLER      PIC X(24) VALUE 'CORRECTIONS ENTRY       '.
002220     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
002230     05  WS-HDR-RUN-DATE             PIC 9(08).
002240     05  FILLER                      PIC X(05) VALUE SPACES.
002250     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
002260     05  WS-HDR-PAGE-NBR             PIC ZZ9.
002270     05  FILLER                      PIC X(26) VALUE SPACES.
002280
002290 01  WS-SESSION-LINE.
002300     05  FILLER                      PIC X(10) VALUE 'OPERATOR: '.
002310     05  WS-SES-OPERATOR-ID          PIC X(08).
002320     05  FILLER                      PIC X(04) VALUE SPACES.
002330     05  FILLER                      PIC X(15) VALUE
002340         'SESSION START: '.
002350     05  WS-SES-START-TIME           PIC 9(06).
002360     05  FILLER                      PIC X(37) VALUE SPACES.
002370
002380 01  WS-COLUMN-LINE.
002390     05  FILLER                      PIC X(05) VALUE 'CODE'.
002400     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
002410     05  FILLER                      PIC X(22) VALUE 'LAST NAME'.
002420     05  FILLER                      PIC X(17) VALUE 'FIRST NAME'.
002430     05  FILLER                      PIC X(06) VALUE 'DEPT'.
002440     05  FILLER                      PIC X(04) VALUE 'ST'.
002450     05  FILLER                      PIC X(10) VALUE 'HIRE DATE'.
002460     05  FILLER                      PIC X(09) VALUE 'EFF DATE'.
002470
002480 01  WS-DETAIL-LINE.
002490     05  WS-DTL-TRN-CODE             PIC X(01).
002500     05  FILLER                      PIC X(04) VALUE SPACES.
002510     05  WS-DTL-EMP-ID               PIC X(05).
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  WS-DTL-LAST-NAME            PIC X(20).
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  WS-DTL-FIRST-NAME           PIC X(15).
002560     05  FILLER                      PIC X(02) VALUE SPACES.
002570     05  WS-DTL-DEPT-CODE            PIC X(03).
002580     05  FILLER                      PIC X(03) VALUE SPACES.
002590     05  WS-DTL-STATUS               PIC X(01).
002600     05  FILLER                      PIC X(03) VALUE SPACES.
002610     05  WS-DTL-HIRE-DATE            PIC X(08).
002620     05  FILLER                      PIC X(02) VALUE SPACES.
002630     05  WS-DTL-EFF-DATE             PIC X(08).
002640     05  FILLER                      PIC X(01) VALUE SPACES.
002650
002660 01  WS-TOTAL-LINE.
002670     05  WS-TOT-LABEL                PIC X(26).
002680     05  WS-TOT-VALUE                PIC ZZZZ9.
002690     05  FILLER                      PIC X(49) VALUE SPACES.
002700
002710 01  WS-TRAILER-LINE.
002720     05  FILLER          PIC X(21) VALUE '*** END OF REPORT ***'.
002730     05  FILLER                      PIC X(59) VALUE SPACES.
002740
002750*****************************************************************
002760*    BUSINESS-DATE PARAMETER AREA
002770*****************************************************************
002780     COPY BDTWRK.
002790
002800 SCREEN SECTION.
002810*****************************************************************
002820*    SIGN-ON SCREEN
002830*****************************************************************
002840 01  SIGNON-SCREEN.
002850     05  BLANK SCREEN.
002860     05  LINE 01 COLUMN 01 VALUE 'CORENTRY'.
002870     05  LINE 01 COLUMN 22 VALUE 'CORRECTIONS TRANSACTION ENTRY'.
002880     05  LINE 01 COLUMN 60 VALUE 'BUS DATE:'.
002890     05  LINE 01 COLUMN 70 PIC 9(08) FROM WS-RUN-DATE.
002900     05  LINE 05 COLUMN 10 VALUE 'OPERATOR ID:'.
002910     05  LINE 05 COLUMN 24 PIC X(08) USING WS-SIGNON-OPERATOR.
002920     05  LINE 07 COLUMN 10 VALUE 'CARDS ALREADY ON THE DECK:'.
002930     05  LINE 07 COLUMN 38 PIC ZZZZ9 FROM WS-DECK-COUNT.
002940     05  LINE 20 COLUMN 10 VALUE
002950         'LEAVE THE OPERATOR ID BLANK TO END WITHOUT ENTERING'.
002960     05  LINE 22 COLUMN 01 PIC X(79) FROM WS-MESSAGE HIGHLIGHT.
002970
002980*****************************************************************
002990*    KEY SCREEN - TRANSACTION CODE AND EMPLOYEE ID
003000*****************************************************************
003010 01  KEY-SCREEN.
003020     05  BLANK SCREEN.
003030     05  LINE 01 COLUMN 01 VALUE 'CORENTRY'.
003040     05  LINE 01 COLUMN 22 VALUE 'CORRECTIONS TRANSACTION ENTRY'.
003050     05  LINE 01 COLUMN 60 VALUE 'BUS DATE:'.
003060     05  LINE 01 COLUMN 70 PIC 9(08) FROM WS-RUN-DATE.
003070     05  LINE 02 COLUMN 60 VALUE 'OPERATOR:'.
003080     05  LINE 02 COLUMN 70 PIC X(08) FROM WS-OPERATOR-ID.
003090     05  LINE 05 COLUMN 10 VALUE
003100         'TRANSACTION CODE (A/C/D, E = END SESSION):'.
003110     05  LINE 05 COLUMN 54 PIC X(01) USING WS-KEY-CODE.
003120     05  LINE 07 COLUMN 10 VALUE 'EMPLOYEE ID:'.
003130     05  LINE 07 COLUMN 54 PIC X(05) USING WS-KEY-EMP-ID.
003140     05  LINE 10 COLUMN 10 VALUE 'CARDS ACCEPTED THIS SESSION:'.
003150     05  LINE 10 COLUMN 54 PIC ZZZZ9 FROM WS-ACCEPT-COUNT.
003160     05  LINE 22 COLUMN 01 PIC X(79) FROM WS-MESSAGE HIGHLIGHT.
003170
003180*****************************************************************
003190*    DETAIL SCREEN - THE MASTER AS IT STANDS BESIDE THE NEW CARD
003200*****************************************************************
003210 01  DETAIL-SCREEN.
003220     05  BLANK SCREEN.
003230     05  LINE 01 COLUMN 01 VALUE 'CORENTRY'.
003240     05  LINE 01 COLUMN 22 VALUE 'CORRECTIONS TRANSACTION ENTRY'.
003250     05  LINE 01 COLUMN 60 VALUE 'BUS DATE:'.
003260     05  LINE 01 COLUMN 70 PIC 9(08) FROM WS-RUN-DATE.
003270     05  LINE 02 COLUMN 60 VALUE 'OPERATOR:'.
003280     05  LINE 02 COLUMN 70 PIC X(08) FROM WS-OPERATOR-ID.
003290     05  LINE 03 COLUMN 01 VALUE 'TRANSACTION:'.
003300     05  LINE 03 COLUMN 14 PIC X(06) FROM WS-CODE-TEXT.
003310     05  LINE 03 COLUMN 24 VALUE 'EMPLOYEE ID:'.
003320     05  LINE 03 COLUMN 37 PIC X(05) FROM TRN-EMP-ID.
003330     05  LINE 05 COLUMN 14 VALUE 'ON MASTER NOW'.
003340     05  LINE 05 COLUMN 45 VALUE 'NEW CARD'.
003350     05  LINE 06 COLUMN 01 VALUE 'FIRST NAME'.
003360     05  LINE 06 COLUMN 14 PIC X(15) FROM WS-CUR-FIRST-NAME.
003370     05  LINE 06 COLUMN 45 PIC X(15) USING TRN-FIRST-NAME.
003380     05  LINE 07 COLUMN 01 VALUE 'LAST NAME'.
003390     05  LINE 07 COLUMN 14 PIC X(20) FROM WS-CUR-LAST-NAME.
003400     05  LINE 07 COLUMN 45 PIC X(20) USING TRN-LAST-NAME.
003410     05  LINE 08 COLUMN 01 VALUE 'DEPT CODE'.
003420     05  LINE 08 COLUMN 14 PIC X(03) FROM WS-CUR-DEPT-CODE.
003430     05  LINE 08 COLUMN 18 PIC X(20) FROM WS-CUR-DEPT-NAME.
003440     05  LINE 08 COLUMN 45 PIC X(03) USING TRN-DEPT-CODE.
003450     05  LINE 08 COLUMN 49 PIC X(20) FROM WS-NEW-DEPT-NAME.
003460     05  LINE 09 COLUMN 01 VALUE 'STATUS'.
003470     05  LINE 09 COLUMN 14 PIC X(01) FROM WS-CUR-STATUS.
003480     05  LINE 09 COLUMN 45 PIC X(01) USING TRN-STATUS.
003490     05  LINE 10 COLUMN 01 VALUE 'HIRE DATE'.
003500     05  LINE 10 COLUMN 14 PIC X(08) FROM WS-CUR-HIRE-DATE.
003510     05  LINE 10 COLUMN 45 PIC X(08) USING TRN-HIRE-DATE.
003520     05  LINE 12 COLUMN 01 VALUE
003530         'EFFECTIVE DATE (CCYYMMDD, BLANK = AT ONCE):'.
003540     05  LINE 12 COLUMN 45 PIC X(08) USING TRN-EFF-DATE.
003550     05  LINE 14 COLUMN 01 VALUE
003560         'ENTER TO EDIT AND FILE THE CARD, C TO CANCEL IT:'.
003570     05  LINE 14 COLUMN 51 PIC X(01) USING WS-DTL-ACTION.
003580     05  LINE 22 COLUMN 01 PIC X(79) FROM WS-MESSAGE HIGHLIGHT.
003590
003600 PROCEDURE DIVISION.
003610*****************************************************************
003620*    0000-MAINLINE
003630*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE SESSION.
003640*****************************************************************
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
003670     PERFORM 1500-SIGN-ON       THRU 1500-EXIT.
003680     PERFORM 2000-ENTER-CARDS   THRU 2000-EXIT.
003690     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
003700     PERFORM 9000-TERMINATE     THRU 9000-EXIT.
003710     STOP RUN.
003720
003730*****************************************************************
003740*    1000-INITIALIZE
003750*    OPENS THE MASTERS THE EDITS READ AND LOADS THE OPERATOR
003760*    AUTHORITY TABLE - ANY OF THEM MISSING STOPS THE SESSION
003770*    WITH RETURN CODE 16.  TABLES THE CARDS ALREADY ON THE
003780*    DECK, THEN OPENS THE DECK FOR APPEND.
003790*****************************************************************
003800 1000-INITIALIZE.
003810     CALL 'BDTFETCH' USING BDT-PARAMETERS.
003820     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
003830     ACCEPT WS-START-TIME FROM TIME.
003840     OPEN INPUT EMPLOYEE-MASTER.
003850     IF NOT WS-MASTER-FILE-OK
003860         DISPLAY "CORENTRY - CANNOT OPEN EMPLOYEE MASTER, "
003870             "STATUS: " WS-MASTER-FILE-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     OPEN INPUT DEPT-MASTER.
003920     IF NOT WS-DEPT-FILE-OK
003930         DISPLAY "CORENTRY - CANNOT OPEN DEPARTMENT MASTER, "
003940             "STATUS: " WS-DEPT-FILE-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     OPEN INPUT OPERATOR-AUTHORITY.
003990     IF NOT WS-AUTH-FILE-FOUND
004000         DISPLAY "CORENTRY - CANNOT OPEN OPERATOR AUTHORITY "
004010             "FILE, STATUS: " WS-AUTH-FILE-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
004060     CLOSE OPERATOR-AUTHORITY.
004070     PERFORM 1200-PROBE-CORR-FILE THRU 1200-EXIT.
004080     PERFORM 1300-LOAD-DECK       THRU 1300-EXIT.
004090     OPEN EXTEND CORR-TRANS-FILE.
004100     OPEN OUTPUT SUMMARY-REPORT.
004110 1000-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*    1100-LOAD-AUTHORITY
004160*    LOADS THE OPERATOR AUTHORITY RECORDS INTO THE AUTHORITY
004170*    TABLE.  RECORDS BEYOND THE TABLE ARE NAMED ON THE CONSOLE
004180*    AND GRANT NOTHING.
004190*****************************************************************
004200 1100-LOAD-AUTHORITY.
004210     PERFORM 1150-READ-AUTHORITY  THRU 1150-EXIT.
004220     PERFORM 1160-TABLE-AUTHORITY THRU 1160-EXIT
004230         UNTIL AUTH-EOF.
004240 1100-EXIT.
004250     EXIT.
004260
004270 1150-READ-AUTHORITY.
004280     READ OPERATOR-AUTHORITY
004290         AT END
004300             SET AUTH-EOF TO TRUE
004310     END-READ.
004320 1150-EXIT.
004330     EXIT.
004340
004350 1160-TABLE-AUTHORITY.
004360     IF WS-AUTH-COUNT >= 500
004370         DISPLAY "CORENTRY - AUTHORITY TABLE FULL, IGNORED: "
004380             OPR-OPERATOR-ID " " OPR-DEPT-CODE
004390     ELSE
004400         ADD 1 TO WS-AUTH-COUNT
004410         MOVE OPR-OPERATOR-ID TO WS-AUT-OPERATOR-ID
004420             (WS-AUTH-COUNT)
004430         MOVE OPR-DEPT-CODE   TO WS-AUT-DEPT-CODE
004440             (WS-AUTH-COUNT)
004450         MOVE OPR-ADD-AUTH    TO WS-AUT-ADD-AUTH
004460             (WS-AUTH-COUNT)
004470         MOVE OPR-CHANGE-AUTH TO WS-AUT-CHANGE-AUTH
004480             (WS-AUTH-COUNT)
004490         MOVE OPR-DELETE-AUTH TO WS-AUT-DELETE-AUTH
004500             (WS-AUTH-COUNT)
004510     END-IF.
004520     PERFORM 1150-READ-AUTHORITY THRU 1150-EXIT.
004530 1160-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    1200-PROBE-CORR-FILE
004580*    TOUCH-CREATES THE CORRECTIONS DECK IF NONE HAS BEEN KEYED
004590*    FOR THE NIGHT, SO THE DECK READ AND THE OPEN EXTEND IN
004600*    1000-INITIALIZE DO NOT ABEND.
004610*****************************************************************
004620 1200-PROBE-CORR-FILE.
004630     OPEN INPUT CORR-TRANS-FILE.
004640     IF WS-CORR-FILE-FOUND
004650         CLOSE CORR-TRANS-FILE
004660     ELSE
004670         OPEN OUTPUT CORR-TRANS-FILE
004680         CLOSE CORR-TRANS-FILE
004690     END-IF.
004700 1200-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*    1300-LOAD-DECK
004750*    READS THE CARDS ALREADY ON THE DECK - FROM AN EARLIER
004760*    SESSION OR A DEPMAINT REORG - AND NOTES THEIR ADDS,
004770*    CHANGES AND DELETES IN THE IN-BATCH TABLE, SO A CARD
004780*    KEYED NOW IS EDITED AGAINST THE MASTER AS THOSE CARDS WILL
004785*    LEAVE IT.
004790*****************************************************************
004800 1300-LOAD-DECK.
004810     OPEN INPUT CORR-TRANS-FILE.
004820     PERFORM 1350-READ-DECK      THRU 1350-EXIT.
004830     PERFORM 1360-NOTE-DECK-CARD THRU 1360-EXIT
004840         UNTIL DECK-EOF.
004850     CLOSE CORR-TRANS-FILE.
004860 1300-EXIT.
004870     EXIT.
004880
004890 1350-READ-DECK.
004900     READ CORR-TRANS-FILE INTO EMP-TRANS-RECORD
004910         AT END
004920             SET DECK-EOF TO TRUE
004930     END-READ.
004940 1350-EXIT.
004950     EXIT.
004960
004970 1360-NOTE-DECK-CARD.
004980     ADD 1 TO WS-DECK-COUNT.
004990     PERFORM 2500-NOTE-BATCH THRU 2500-EXIT.
005000     PERFORM 1350-READ-DECK  THRU 1350-EXIT.
005010 1360-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*    1500-SIGN-ON
005060*    ASKS FOR THE OPERATOR ID UNTIL ONE ON THE AUTHORITY TABLE
005070*    IS KEYED OR THE OPERATOR LEAVES IT BLANK TO END.  WHAT THE
005080*    OPERATOR MAY KEY IS STILL CHECKED CARD BY CARD.
005090*****************************************************************
005100 1500-SIGN-ON.
005110     PERFORM 1550-ACCEPT-OPERATOR THRU 1550-EXIT
005120         UNTIL OPERATOR-SIGNED-ON
005130            OR SESSION-ENDED.
005140 1500-EXIT.
005150     EXIT.
005160
005170 1550-ACCEPT-OPERATOR.
005180     MOVE SPACES TO WS-SIGNON-OPERATOR.
005190     DISPLAY SIGNON-SCREEN.
005200     ACCEPT SIGNON-SCREEN.
005210     IF WS-SIGNON-OPERATOR = SPACES
005220         SET SESSION-ENDED TO TRUE
005230         GO TO 1550-EXIT
005240     END-IF.
005250     SET WS-AUTH-IDX TO 1.
005260     SEARCH WS-AUTH-ENTRY
005270         AT END
005280             CONTINUE
005290         WHEN WS-AUTH-IDX <= WS-AUTH-COUNT
005300           AND WS-AUT-OPERATOR-ID (WS-AUTH-IDX)
005310               = WS-SIGNON-OPERATOR
005320             SET OPERATOR-SIGNED-ON TO TRUE
005330     END-SEARCH.
005340     IF OPERATOR-SIGNED-ON
005350         MOVE WS-SIGNON-OPERATOR TO WS-OPERATOR-ID
005360         MOVE SPACES TO WS-MESSAGE
005370     ELSE
005380         MOVE 'OPERATOR ID IS NOT ON THE AUTHORITY TABLE'
005390             TO WS-MESSAGE
005400     END-IF.
005410 1550-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*    2000-ENTER-CARDS
005460*    TAKES ONE CARD AFTER ANOTHER UNTIL THE OPERATOR ENDS THE
005470*    SESSION.
005480*****************************************************************
005490 2000-ENTER-CARDS.
005500     PERFORM 2100-ENTER-CARD THRU 2100-EXIT
005510         UNTIL SESSION-ENDED.
005520 2000-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560*    2100-ENTER-CARD
005570*    ACCEPTS THE TRANSACTION CODE AND EMPLOYEE ID AND EDITS
005580*    THEM AT ONCE, SO AN ADD OF AN ID ALREADY ON THE MASTER OR
005590*    A CHANGE OF ONE THAT IS NOT IS REFUSED BEFORE THE REST OF
005600*    THE CARD IS KEYED.  A CHANGE STARTS FROM THE MASTER'S
005610*    CURRENT VALUES.
005620*****************************************************************
005630 2100-ENTER-CARD.
005640     MOVE SPACES TO WS-KEY-CODE
005650                    WS-KEY-EMP-ID.
005660     DISPLAY KEY-SCREEN.
005670     ACCEPT KEY-SCREEN.
005680     MOVE SPACES TO WS-MESSAGE.
005690     IF KEY-END-SESSION
005700         SET SESSION-ENDED TO TRUE
005710         GO TO 2100-EXIT
005720     END-IF.
005730     MOVE SPACES          TO EMP-TRANS-RECORD.
005740     MOVE WS-KEY-CODE     TO TRN-CODE.
005750     MOVE WS-KEY-EMP-ID   TO TRN-EMP-ID.
005760     SET TRN-SOURCE-CORR  TO TRUE.
005770     MOVE WS-OPERATOR-ID  TO TRN-OPERATOR-ID.
005780     PERFORM 2150-EDIT-KEY THRU 2150-EXIT.
005790     IF TRANS-INVALID
005800         ADD 1 TO WS-FAIL-COUNT
005810         PERFORM 2900-SET-FAIL-MESSAGE THRU 2900-EXIT
005820         GO TO 2100-EXIT
005830     END-IF.
005840     PERFORM 2160-SHOW-MASTER THRU 2160-EXIT.
005850     SET CARD-NOT-DONE TO TRUE.
005860     PERFORM 2200-ENTER-DETAIL THRU 2200-EXIT
005870         UNTIL CARD-DONE.
005880 2100-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920*    2150-EDIT-KEY
005930*    THE EDITS THAT NEED ONLY THE CODE AND THE ID - E001, E002,
005940*    E004, E005, AND E006 - AS 2300-EDIT-TRANSACTION MAKES
005950*    THEM.
005960*****************************************************************
005970 2150-EDIT-KEY.
005980     SET TRANS-VALID TO TRUE.
005990     MOVE SPACES TO WS-REASON-CODE
006000                    WS-REASON-TEXT.
006010     IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
006020         SET TRANS-INVALID TO TRUE
006030         MOVE 'E001' TO WS-REASON-CODE
006040         MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-TEXT
006050         GO TO 2150-EXIT
006060     END-IF.
006070     IF TRN-EMP-ID = SPACES
006080         SET TRANS-INVALID TO TRUE
006090         MOVE 'E002' TO WS-REASON-CODE
006100         MOVE 'EMPLOYEE ID IS BLANK' TO WS-REASON-TEXT
006110         GO TO 2150-EXIT
006120     END-IF.
006130     PERFORM 2400-LOOKUP-MASTER THRU 2400-EXIT.
006140     PERFORM 2450-CHECK-BATCH   THRU 2450-EXIT.
006150     IF TRN-ADD AND EMP-EXISTS
006160         SET TRANS-INVALID TO TRUE
006170         MOVE 'E004' TO WS-REASON-CODE
006180         MOVE 'ADD - ID ALREADY ON MASTER' TO WS-REASON-TEXT
006190         GO TO 2150-EXIT
006200     END-IF.
006210     IF TRN-CHANGE AND EMP-NOT-EXISTS
006220         SET TRANS-INVALID TO TRUE
006230         MOVE 'E005' TO WS-REASON-CODE
006240         MOVE 'CHANGE - ID NOT ON MASTER' TO WS-REASON-TEXT
006250         GO TO 2150-EXIT
006260     END-IF.
006270     IF TRN-DELETE AND EMP-NOT-EXISTS
006280         SET TRANS-INVALID TO TRUE
006290         MOVE 'E006' TO WS-REASON-CODE
006300         MOVE 'DELETE - ID NOT ON MASTER' TO WS-REASON-TEXT
006310         GO TO 2150-EXIT
006320     END-IF.
006330 2150-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370*    2160-SHOW-MASTER
006380*    LOADS THE DETAIL SCREEN'S VIEW OF THE EMPLOYEE AS THE
006390*    MASTER HOLDS IT NOW, AND ON A CHANGE STARTS THE NEW CARD
006400*    FROM THOSE VALUES SO ONLY WHAT DIFFERS NEED BE KEYED.
006410*****************************************************************
006420 2160-SHOW-MASTER.
006430     EVALUATE TRUE
006440         WHEN TRN-ADD
006450             MOVE 'ADD   ' TO WS-CODE-TEXT
006460         WHEN TRN-CHANGE
006470             MOVE 'CHANGE' TO WS-CODE-TEXT
006480         WHEN TRN-DELETE
006490             MOVE 'DELETE' TO WS-CODE-TEXT
006500     END-EVALUATE.
006510     MOVE SPACES TO WS-CURRENT-MASTER
006520                    WS-NEW-DEPT-NAME.
006530     IF MASTER-NOT-FOUND
006540         MOVE '(NOT ON MASTER)' TO WS-CUR-FIRST-NAME
006550         GO TO 2160-EXIT
006560     END-IF.
006570     MOVE EMP-FIRST-NAME TO WS-CUR-FIRST-NAME.
006580     MOVE EMP-LAST-NAME  TO WS-CUR-LAST-NAME.
006590     MOVE EMP-DEPT-CODE  TO WS-CUR-DEPT-CODE.
006600     MOVE EMP-STATUS     TO WS-CUR-STATUS.
006610     MOVE EMP-HIRE-DATE  TO WS-CUR-HIRE-DATE.
006620     IF TRN-CHANGE
006630         MOVE EMP-FIRST-NAME TO TRN-FIRST-NAME
006640         MOVE EMP-LAST-NAME  TO TRN-LAST-NAME
006650         MOVE EMP-DEPT-CODE  TO TRN-DEPT-CODE
006660         MOVE EMP-STATUS     TO TRN-STATUS
006670         MOVE EMP-HIRE-DATE  TO TRN-HIRE-DATE-NUM
006680     END-IF.
006690     MOVE EMP-DEPT-CODE TO DEP-CODE.
006700     READ DEPT-MASTER
006710         INVALID KEY
006720             MOVE '(NOT ON DEPT MASTER)' TO WS-CUR-DEPT-NAME
006730         NOT INVALID KEY
006740             MOVE DEP-NAME TO WS-CUR-DEPT-NAME
006750     END-READ.
006760     PERFORM 2180-SHOW-NEW-DEPT THRU 2180-EXIT.
006770 2160-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810*    2180-SHOW-NEW-DEPT
006820*    LOOKS UP THE DEPARTMENT CODE KEYED ON THE NEW CARD SO ITS
006830*    NAME SHOWS BESIDE IT.
006840*****************************************************************
006850 2180-SHOW-NEW-DEPT.
006860     MOVE SPACES TO WS-NEW-DEPT-NAME.
006870     IF TRN-DEPT-CODE = SPACES
006880         GO TO 2180-EXIT
006890     END-IF.
006900     PERFORM 2460-LOOKUP-DEPT THRU 2460-EXIT.
006910     IF DEPT-FOUND
006920         MOVE DEP-NAME TO WS-NEW-DEPT-NAME
006930     ELSE
006940         MOVE '(NOT ON DEPT MASTER)' TO WS-NEW-DEPT-NAME
006950     END-IF.
006960 2180-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    2200-ENTER-DETAIL
007010*    ACCEPTS THE REST OF THE CARD AND PUTS IT THROUGH THE FULL
007020*    EDIT.  A FAILING CARD COMES BACK WITH ITS REASON FOR THE
007030*    OPERATOR TO CORRECT OR CANCEL; A CLEAN ONE IS FILED.
007040*****************************************************************
007050 2200-ENTER-DETAIL.
007060     MOVE SPACE TO WS-DTL-ACTION.
007070     DISPLAY DETAIL-SCREEN.
007080     ACCEPT DETAIL-SCREEN.
007090     IF DETAIL-CANCEL
007100         ADD 1 TO WS-CANCEL-COUNT
007110         MOVE 'CARD CANCELLED - NOTHING FILED' TO WS-MESSAGE
007120         SET CARD-DONE TO TRUE
007130         GO TO 2200-EXIT
007140     END-IF.
007150     IF TRN-DELETE
007160         MOVE SPACES TO TRN-EMP-NAME
007170                        TRN-DEPT-CODE
007180                        TRN-STATUS
007190                        TRN-HIRE-DATE
007200     END-IF.
007210     PERFORM 2180-SHOW-NEW-DEPT    THRU 2180-EXIT.
007220     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
007230     IF TRANS-INVALID
007240         ADD 1 TO WS-FAIL-COUNT
007250         PERFORM 2900-SET-FAIL-MESSAGE THRU 2900-EXIT
007260         GO TO 2200-EXIT
007270     END-IF.
007280     PERFORM 2250-FILE-CARD THRU 2250-EXIT.
007290     SET CARD-DONE TO TRUE.
007300 2200-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    2250-FILE-CARD
007350*    APPENDS THE CLEAN CARD TO THE CORRECTIONS DECK AND LISTS
007360*    IT ON THE SESSION SUMMARY.
007370*****************************************************************
007380 2250-FILE-CARD.
007390     PERFORM 2500-NOTE-BATCH THRU 2500-EXIT.
007400     WRITE CORR-TRANS-RECORD FROM EMP-TRANS-RECORD.
007410     ADD 1 TO WS-ACCEPT-COUNT.
007420     EVALUATE TRUE
007430         WHEN TRN-ADD
007440             ADD 1 TO WS-ADD-COUNT
007450         WHEN TRN-CHANGE
007460             ADD 1 TO WS-CHANGE-COUNT
007470         WHEN TRN-DELETE
007480             ADD 1 TO WS-DELETE-COUNT
007490     END-EVALUATE.
007500     PERFORM 2700-PRINT-CARD THRU 2700-EXIT.
007510     MOVE 'CARD ACCEPTED AND FILED ON THE CORRECTIONS DECK'
007520         TO WS-MESSAGE.
007530 2250-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570*    2300-EDIT-TRANSACTION
007580*    APPLIES EVERY FIELD AND MASTER-FILE EDIT TO THE CARD, IN
007590*    THE SAME ORDER AND WITH THE SAME REASON CODES AS EMPEDIT,
007600*    SO A CARD PASSED HERE PASSES THERE.  THE FIRST FAILING
007610*    EDIT SETS THE REASON CODE AND FAILS THE CARD.
007620*****************************************************************
007630 2300-EDIT-TRANSACTION.
007640     SET TRANS-VALID TO TRUE.
007650     MOVE SPACES TO WS-REASON-CODE
007660                    WS-REASON-TEXT.
007670     IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
007680         SET TRANS-INVALID TO TRUE
007690         MOVE 'E001' TO WS-REASON-CODE
007700         MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-TEXT
007710         GO TO 2300-EXIT
007720     END-IF.
007730     IF TRN-EMP-ID = SPACES
007740         SET TRANS-INVALID TO TRUE
007750         MOVE 'E002' TO WS-REASON-CODE
007760         MOVE 'EMPLOYEE ID IS BLANK' TO WS-REASON-TEXT
007770         GO TO 2300-EXIT
007780     END-IF.
007790     IF (TRN-ADD OR TRN-CHANGE)
007800       AND TRN-LAST-NAME = SPACES
007810         SET TRANS-INVALID TO TRUE
007820         MOVE 'E003' TO WS-REASON-CODE
007830         MOVE 'EMPLOYEE LAST NAME IS BLANK' TO WS-REASON-TEXT
007840         GO TO 2300-EXIT
007850     END-IF.
007860     PERFORM 2400-LOOKUP-MASTER THRU 2400-EXIT.
007870     PERFORM 2450-CHECK-BATCH   THRU 2450-EXIT.
007880     IF TRN-ADD AND EMP-EXISTS
007890         SET TRANS-INVALID TO TRUE
007900         MOVE 'E004' TO WS-REASON-CODE
007910         MOVE 'ADD - ID ALREADY ON MASTER' TO WS-REASON-TEXT
007920         GO TO 2300-EXIT
007930     END-IF.
007940     IF TRN-CHANGE AND EMP-NOT-EXISTS
007950         SET TRANS-INVALID TO TRUE
007960         MOVE 'E005' TO WS-REASON-CODE
007970         MOVE 'CHANGE - ID NOT ON MASTER' TO WS-REASON-TEXT
007980         GO TO 2300-EXIT
007990     END-IF.
008000     IF TRN-DELETE AND EMP-NOT-EXISTS
008010         SET TRANS-INVALID TO TRUE
008020         MOVE 'E006' TO WS-REASON-CODE
008030         MOVE 'DELETE - ID NOT ON MASTER' TO WS-REASON-TEXT
008040         GO TO 2300-EXIT
008050     END-IF.
008060     IF (TRN-ADD OR TRN-CHANGE)
008070       AND TRN-DEPT-CODE = SPACES
008080         SET TRANS-INVALID TO TRUE
008090         MOVE 'E007' TO WS-REASON-CODE
008100         MOVE 'DEPARTMENT CODE IS BLANK' TO WS-REASON-TEXT
008110         GO TO 2300-EXIT
008120     END-IF.
008130     IF TRN-ADD OR TRN-CHANGE
008140         PERFORM 2460-LOOKUP-DEPT THRU 2460-EXIT
008150         IF DEPT-NOT-FOUND OR NOT DEP-ACTIVE
008160             SET TRANS-INVALID TO TRUE
008170             MOVE 'E010' TO WS-REASON-CODE
008180             MOVE 'DEPT NOT AN ACTIVE DEPARTMENT'
008190                 TO WS-REASON-TEXT
008200             GO TO 2300-EXIT
008210         END-IF
008220     END-IF.
008230     IF (TRN-ADD OR TRN-CHANGE)
008240       AND NOT TRN-STATUS-VALID
008250         SET TRANS-INVALID TO TRUE
008260         MOVE 'E008' TO WS-REASON-CODE
008270         MOVE 'EMPLOYMENT STATUS NOT A/I/T' TO WS-REASON-TEXT
008280         GO TO 2300-EXIT
008290     END-IF.
008300     IF (TRN-ADD OR TRN-CHANGE)
008310       AND TRN-HIRE-DATE IS NOT NUMERIC
008320         SET TRANS-INVALID TO TRUE
008330         MOVE 'E009' TO WS-REASON-CODE
008340         MOVE 'HIRE DATE NOT NUMERIC' TO WS-REASON-TEXT
008350         GO TO 2300-EXIT
008360     END-IF.
008370     IF (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
008380       AND TRN-EFF-DATE NOT = SPACES
008390       AND TRN-EFF-DATE IS NOT NUMERIC
008400         SET TRANS-INVALID TO TRUE
008410         MOVE 'E011' TO WS-REASON-CODE
008420         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON-TEXT
008430         GO TO 2300-EXIT
008440     END-IF.
008450     IF TRN-OPERATOR-ID = SPACES
008460         SET TRANS-INVALID TO TRUE
008470         MOVE 'E012' TO WS-REASON-CODE
008480         MOVE 'OPERATOR ID IS BLANK' TO WS-REASON-TEXT
008490         GO TO 2300-EXIT
008500     END-IF.
008510     PERFORM 2470-CHECK-AUTHORITY THRU 2470-EXIT.
008520     IF OPERATOR-NOT-AUTHORIZED
008530         SET TRANS-INVALID TO TRUE
008540         MOVE 'E012' TO WS-REASON-CODE
008550         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REASON-TEXT
008560         GO TO 2300-EXIT
008570     END-IF.
008580 2300-EXIT.
008590     EXIT.
008600
008610*****************************************************************
008620*    2400-LOOKUP-MASTER
008630*    RANDOM-READS EMPLOYEE-MASTER FOR THE TRANSACTION EMPLOYEE
008640*    ID AND SETS THE FOUND / NOT-FOUND SWITCH.
008650*****************************************************************
008660 2400-LOOKUP-MASTER.
008670     SET MASTER-NOT-FOUND TO TRUE.
008680     MOVE TRN-EMP-ID TO EMP-ID.
008690     READ EMPLOYEE-MASTER
008700         INVALID KEY
008710             SET MASTER-NOT-FOUND TO TRUE
008720         NOT INVALID KEY
008730             SET MASTER-FOUND TO TRUE
008740     END-READ.
008750 2400-EXIT.
008760     EXIT.
008770
008780*****************************************************************
008790*    2450-CHECK-BATCH
008800*    RESOLVES WHETHER THE EMPLOYEE ID EXISTS AS OF THIS POINT
008810*    IN THE DECK: AN ADD OR DELETE ALREADY ON IT OVERRIDES
008820*    WHAT THE MASTER SAYS.
008830*****************************************************************
008840 2450-CHECK-BATCH.
008850     IF MASTER-FOUND
008860         SET EMP-EXISTS TO TRUE
008870     ELSE
008880         SET EMP-NOT-EXISTS TO TRUE
008890     END-IF.
008895     SET NOT-IN-BATCH TO TRUE.
008900     SET WS-BATCH-IDX TO 1.
008910     SEARCH WS-BATCH-ENTRY
008920         AT END
008930             CONTINUE
008940         WHEN WS-BATCH-IDX <= WS-BATCH-COUNT
008950           AND WS-BATCH-EMP-ID (WS-BATCH-IDX) = TRN-EMP-ID
008955             SET IN-BATCH TO TRUE
008960             IF WS-BATCH-STATE (WS-BATCH-IDX) = 'A'
008970                 SET EMP-EXISTS TO TRUE
008980             ELSE
008990                 SET EMP-NOT-EXISTS TO TRUE
009000             END-IF
009010     END-SEARCH.
009020 2450-EXIT.
009030     EXIT.
009040
009050*****************************************************************
009060*    2460-LOOKUP-DEPT
009070*    RANDOM-READS THE DEPARTMENT MASTER FOR THE TRANSACTION
009080*    DEPARTMENT CODE AND SETS THE FOUND / NOT-FOUND SWITCH.
009090*****************************************************************
009100 2460-LOOKUP-DEPT.
009110     SET DEPT-NOT-FOUND TO TRUE.
009120     MOVE TRN-DEPT-CODE TO DEP-CODE.
009130     READ DEPT-MASTER
009140         INVALID KEY
009150             SET DEPT-NOT-FOUND TO TRUE
009160         NOT INVALID KEY
009170             SET DEPT-FOUND TO TRUE
009180     END-READ.
009190 2460-EXIT.
009200     EXIT.
009210
009220*****************************************************************
009230*    2470-CHECK-AUTHORITY
009238*    AN ADD OR CHANGE NEEDS THE OPERATOR'S AUTHORITY FOR THE
009246*    DEPARTMENT ON THE CARD.  A CHANGE OR DELETE ALSO NEEDS IT
009254*    FOR THE DEPARTMENT THE EMPLOYEE IS IN NOW, SO NO ONE CAN
009262*    MOVE OR REMOVE STAFF OUT OF A DEPARTMENT THEY DO NOT LOOK
009270*    AFTER.  FOR AN ID ADDED EARLIER ON THE DECK
009278*    THAT IS THE DEPARTMENT 2450-CHECK-BATCH FOUND IN THE
009286*    IN-BATCH TABLE - A DELETE CARD CARRIES NO DEPARTMENT OF
009294*    ITS OWN; OTHERWISE IT IS THE DEPARTMENT ON THE MASTER.
009302*****************************************************************
009310 2470-CHECK-AUTHORITY.
009318     SET OPERATOR-AUTHORIZED TO TRUE.
009326     IF TRN-ADD OR TRN-CHANGE
009334         MOVE TRN-DEPT-CODE TO WS-AUTH-DEPT-CODE
009342         PERFORM 2480-SEARCH-AUTHORITY THRU 2480-EXIT
009350         IF OPERATOR-NOT-AUTHORIZED
009358             GO TO 2470-EXIT
009366         END-IF
009374     END-IF.
009382     IF TRN-CHANGE OR TRN-DELETE
009390         IF IN-BATCH
009398             MOVE WS-BATCH-DEPT-CODE (WS-BATCH-IDX)
009406                 TO WS-AUTH-DEPT-CODE
009414         ELSE
009422             MOVE EMP-DEPT-CODE TO WS-AUTH-DEPT-CODE
009430         END-IF
009438         PERFORM 2480-SEARCH-AUTHORITY THRU 2480-EXIT
009446     END-IF.
009460 2470-EXIT.
009470     EXIT.
009480
009490*****************************************************************
009500*    2480-SEARCH-AUTHORITY
009510*    LOOKS FOR AN AUTHORITY ENTRY GIVING THE CARD'S OPERATOR
009520*    THE CARD'S TRANSACTION CODE FOR WS-AUTH-DEPT-CODE, OR
009530*    FOR ALL DEPARTMENTS.
009540*****************************************************************
009550 2480-SEARCH-AUTHORITY.
009560     SET OPERATOR-NOT-AUTHORIZED TO TRUE.
009570     SET WS-AUTH-IDX TO 1.
009580     SEARCH WS-AUTH-ENTRY
009590         AT END
009600             CONTINUE
009610         WHEN WS-AUTH-IDX <= WS-AUTH-COUNT
009620           AND WS-AUT-OPERATOR-ID (WS-AUTH-IDX) = TRN-OPERATOR-ID
009630           AND (WS-AUT-DEPT-CODE (WS-AUTH-IDX) = WS-AUTH-DEPT-CODE
009640             OR WS-AUT-DEPT-CODE (WS-AUTH-IDX) = '***')
009650           AND ((TRN-ADD
009660                 AND WS-AUT-ADD-AUTH (WS-AUTH-IDX) = 'Y')
009670             OR (TRN-CHANGE
009680                 AND WS-AUT-CHANGE-AUTH (WS-AUTH-IDX) = 'Y')
009690             OR (TRN-DELETE
009700                 AND WS-AUT-DELETE-AUTH (WS-AUTH-IDX) = 'Y'))
009710             SET OPERATOR-AUTHORIZED TO TRUE
009720     END-SEARCH.
009730 2480-EXIT.
009740     EXIT.
009750
009760*****************************************************************
009770*    2500-NOTE-BATCH
009780*    RECORDS AN ADD OR DELETE ON THE DECK IN THE IN-BATCH ID
009790*    STATE TABLE.  A CHANGE ONLY REFRESHES THE DEPARTMENT OF AN
009800*    ID ALREADY TABLED.  A FULL TABLE FALLS BACK TO MASTER-ONLY
009805*    EDITING FOR IDS NOT ALREADY TABLED, AND SAYS SO ONCE.
009810*****************************************************************
009820 2500-NOTE-BATCH.
009830     IF NOT TRN-ADD AND NOT TRN-DELETE
009835       AND NOT TRN-CHANGE
009840         GO TO 2500-EXIT
009850     END-IF.
009860     SET WS-BATCH-IDX TO 1.
009870     SEARCH WS-BATCH-ENTRY
009880         AT END
009885             IF NOT TRN-CHANGE
009890                 PERFORM 2550-ADD-BATCH-ENTRY THRU 2550-EXIT
009895             END-IF
009900         WHEN WS-BATCH-IDX <= WS-BATCH-COUNT
009910           AND WS-BATCH-EMP-ID (WS-BATCH-IDX) = TRN-EMP-ID
009920             IF TRN-DELETE
009930                 MOVE 'D' TO WS-BATCH-STATE (WS-BATCH-IDX)
009940             ELSE
009950                 MOVE 'A' TO WS-BATCH-STATE (WS-BATCH-IDX)
009953                 MOVE TRN-DEPT-CODE
009956                     TO WS-BATCH-DEPT-CODE (WS-BATCH-IDX)
009960             END-IF
009970     END-SEARCH.
009980 2500-EXIT.
009990     EXIT.
010000
010010 2550-ADD-BATCH-ENTRY.
010020     IF WS-BATCH-COUNT >= 999
010030         IF NOT BATCH-TABLE-FULL
010040             MOVE 'Y' TO WS-BATCH-FULL-SW
010050             DISPLAY "CORENTRY - BATCH ID TABLE FULL, LATER "
010060                 "CARDS EDITED AGAINST THE MASTER ONLY"
010070         END-IF
010080         GO TO 2550-EXIT
010090     END-IF.
010100     ADD 1 TO WS-BATCH-COUNT.
010110     MOVE TRN-EMP-ID    TO WS-BATCH-EMP-ID (WS-BATCH-COUNT).
010115     MOVE TRN-DEPT-CODE TO WS-BATCH-DEPT-CODE (WS-BATCH-COUNT).
010120     IF TRN-ADD
010130         MOVE 'A' TO WS-BATCH-STATE (WS-BATCH-COUNT)
010140     ELSE
010150         MOVE 'D' TO WS-BATCH-STATE (WS-BATCH-COUNT)
010160     END-IF.
010170 2550-EXIT.
010180     EXIT.
010190
010200*****************************************************************
010210*    2700-PRINT-CARD
010220*    LISTS A FILED CARD ON THE SESSION SUMMARY.
010230*****************************************************************
010240 2700-PRINT-CARD.
010250     IF WS-LINE-CTR >= WS-MAX-LINES
010260         PERFORM 2800-PRINT-HEADING THRU 2800-EXIT
010270     END-IF.
010280     MOVE TRN-CODE         TO WS-DTL-TRN-CODE.
010290     MOVE TRN-EMP-ID       TO WS-DTL-EMP-ID.
010300     MOVE TRN-LAST-NAME    TO WS-DTL-LAST-NAME.
010310     MOVE TRN-FIRST-NAME   TO WS-DTL-FIRST-NAME.
010320     MOVE TRN-DEPT-CODE    TO WS-DTL-DEPT-CODE.
010330     MOVE TRN-STATUS       TO WS-DTL-STATUS.
010340     MOVE TRN-HIRE-DATE    TO WS-DTL-HIRE-DATE.
010350     MOVE TRN-EFF-DATE     TO WS-DTL-EFF-DATE.
010360     WRITE RPT-RECORD FROM WS-DETAIL-LINE
010370         AFTER ADVANCING 1 LINE.
010380     ADD 1 TO WS-LINE-CTR.
010390 2700-EXIT.
010400     EXIT.
010410
010420 2800-PRINT-HEADING.
010430     ADD 1 TO WS-PAGE-NBR.
010440     MOVE WS-RUN-DATE       TO WS-HDR-RUN-DATE.
010450     MOVE WS-PAGE-NBR       TO WS-HDR-PAGE-NBR.
010460     MOVE WS-OPERATOR-ID    TO WS-SES-OPERATOR-ID.
010470     MOVE WS-START-TIME (1:6) TO WS-SES-START-TIME.
010480     WRITE RPT-RECORD FROM WS-HEADING-LINE
010490         AFTER ADVANCING PAGE.
010500     WRITE RPT-RECORD FROM WS-SESSION-LINE
010510         AFTER ADVANCING 1 LINE.
010520     WRITE RPT-RECORD FROM WS-COLUMN-LINE
010530         AFTER ADVANCING 2 LINES.
010540     MOVE 4 TO WS-LINE-CTR.
010550 2800-EXIT.
010560     EXIT.
010570
010580*****************************************************************
010590*    2900-SET-FAIL-MESSAGE
010600*    PUTS THE FAILING EDIT'S REASON ON THE SCREEN MESSAGE LINE.
010610*****************************************************************
010620 2900-SET-FAIL-MESSAGE.
010630     MOVE WS-REASON-CODE TO WS-FMS-REASON-CODE.
010640     MOVE WS-REASON-TEXT TO WS-FMS-REASON-TEXT.
010650     MOVE WS-FAIL-MESSAGE TO WS-MESSAGE.
010660 2900-EXIT.
010670     EXIT.
010680
010690*****************************************************************
010700*    4000-PRINT-SUMMARY
010710*    WRITES THE SESSION TOTALS TO THE SUMMARY.
010720*****************************************************************
010730 4000-PRINT-SUMMARY.
010740     IF WS-PAGE-NBR = ZERO
010750         PERFORM 2800-PRINT-HEADING THRU 2800-EXIT
010760     END-IF.
010770     MOVE 'CARDS ON DECK AT START:   ' TO WS-TOT-LABEL.
010780     MOVE WS-DECK-COUNT    TO WS-TOT-VALUE.
010790     WRITE RPT-RECORD FROM WS-TOTAL-LINE
010800         AFTER ADVANCING 2 LINES.
010810     MOVE 'CARDS ACCEPTED:           ' TO WS-TOT-LABEL.
010820     MOVE WS-ACCEPT-COUNT  TO WS-TOT-VALUE.
010830     WRITE RPT-RECORD FROM WS-TOTAL-LINE
010840         AFTER ADVANCING 1 LINE.
010850     MOVE '  ADDS:                   ' TO WS-TOT-LABEL.
010860     MOVE WS-ADD-COUNT     TO WS-TOT-VALUE.
010870     WRITE RPT-RECORD FROM WS-TOTAL-LINE
010880         AFTER ADVANCING 1 LINE.
010890     MOVE '  CHANGES:                ' TO WS-TOT-LABEL.
010900     MOVE WS-CHANGE-COUNT  TO WS-TOT-VALUE.
010910     WRITE RPT-RECORD FROM WS-TOTAL-LINE
010920         AFTER ADVANCING 1 LINE.
010930     MOVE '  DELETES:                ' TO WS-TOT-LABEL.
010940     MOVE WS-DELETE-COUNT  TO WS-TOT-VALUE.
010950     WRITE RPT-RECORD FROM WS-TOTAL-LINE
010960         AFTER ADVANCING 1 LINE.
010970     MOVE 'CARDS CANCELLED:          ' TO WS-TOT-LABEL.
010980     MOVE WS-CANCEL-COUNT  TO WS-TOT-VALUE.
010990     WRITE RPT-RECORD FROM WS-TOTAL-LINE
011000         AFTER ADVANCING 1 LINE.
011010     MOVE 'EDIT FAILURES AT SCREEN:  ' TO WS-TOT-LABEL.
011020     MOVE WS-FAIL-COUNT    TO WS-TOT-VALUE.
011030     WRITE RPT-RECORD FROM WS-TOTAL-LINE
011040         AFTER ADVANCING 1 LINE.
011050     WRITE RPT-RECORD FROM WS-TRAILER-LINE
011060         AFTER ADVANCING 2 LINES.
011070 4000-EXIT.
011080     EXIT.
011090
011100*****************************************************************
011110*    9000-TERMINATE
011120*    DISPLAYS SESSION TOTALS AND CLOSES ALL FILES USED.
011130*****************************************************************
011140 9000-TERMINATE.
011150     DISPLAY "CORENTRY - OPERATOR: " WS-OPERATOR-ID
011160         "  ACCEPTED: "             WS-ACCEPT-COUNT
011170         "  CANCELLED: "            WS-CANCEL-COUNT
011180         "  EDIT FAILURES: "        WS-FAIL-COUNT.
011190     CLOSE EMPLOYEE-MASTER
011200           DEPT-MASTER
011210           CORR-TRANS-FILE
011220           SUMMARY-REPORT.
011230 9000-EXIT.
011240     EXIT.
