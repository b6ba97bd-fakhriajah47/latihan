000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYFEED.
000030 AUTHOR.        D L WHITFIELD.
000040 INSTALLATION.  DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------  ----  -------------------------------------------
000110*    2026-10-15 DLW   ORIGINAL - PAYROLL CHANGE INTERFACE.  RUNS
000120*                     AFTER EMPMAINT AND READS THE BUSINESS
000130*                     DATE'S JOURNAL RECORDS, COMPARING EACH
000140*                     BEFORE AND AFTER IMAGE, AND WRITES ONE
000150*                     TYPED RECORD PER PAYROLL EVENT - NEW HIRE,
000160*                     TRANSFER, STATUS CHANGE, NAME CHANGE, AND
000170*                     TERMINATION - BETWEEN A HEADER CARRYING
000180*                     THE BUSINESS DATE AND FILE SEQUENCE NUMBER
000190*                     AND A TRAILER CARRYING THE RECORD COUNTS
000200*                     AND A HASH TOTAL OF THE EMPLOYEE IDS.  THE
000210*                     SEQUENCE NUMBER IS HELD PER BUSINESS DATE
000220*                     ON THE PAYSEQ CONTROL FILE, SO A RERUN FOR
000230*                     THE SAME DATE REGENERATES THE SAME FILE
000240*                     UNDER THE SAME NUMBER.
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT JOURNAL-FILE      ASSIGN TO EMPJRNL
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-JRNL-FILE-STATUS.
000370     SELECT PAY-SEQUENCE-FILE ASSIGN TO PAYSEQ
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SEQ-FILE-STATUS.
000400     SELECT PAYROLL-FEED      ASSIGN TO PAYCHG
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  JOURNAL-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480     COPY JRNREC.
000490
000500 FD  PAY-SEQUENCE-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530     COPY PAYSEQ.
000540
000550 FD  PAYROLL-FEED
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580     COPY PAYREC.
000590
000600 WORKING-STORAGE SECTION.
000610*****************************************************************
000620*    SWITCHES
000630*****************************************************************
000640 01  WS-SWITCHES.
000650     05  WS-JRNL-EOF-SW              PIC X(01)   VALUE 'N'.
000660         88  JRNL-EOF                            VALUE 'Y'.
000670         88  JRNL-NOT-EOF                         VALUE 'N'.
000680     05  WS-SEQ-EOF-SW               PIC X(01)   VALUE 'N'.
000690         88  SEQ-EOF                             VALUE 'Y'.
000700         88  SEQ-NOT-EOF                          VALUE 'N'.
000710     05  WS-SEQ-REUSED-SW            PIC X(01)   VALUE 'N'.
000720         88  SEQ-REUSED                          VALUE 'Y'.
000730         88  SEQ-NOT-REUSED                       VALUE 'N'.
000740
000750 01  WS-JRNL-FILE-STATUS             PIC X(02)   VALUE '00'.
000760     88  WS-JRNL-FILE-FOUND                       VALUE '00'.
000770     88  WS-JRNL-FILE-NOT-FOUND                   VALUE '35'.
000780
000790 01  WS-SEQ-FILE-STATUS              PIC X(02)   VALUE '00'.
000800     88  WS-SEQ-FILE-FOUND                        VALUE '00'.
000810     88  WS-SEQ-FILE-NOT-FOUND                    VALUE '35'.
000820
000830*****************************************************************
000840*    FILE SEQUENCE CONTROL
000850*****************************************************************
000860 01  WS-SEQ-NBR                      PIC 9(06)   VALUE ZERO.
000870 01  WS-HIGH-SEQ-NBR                 PIC 9(06)   VALUE ZERO.
000880 01  WS-ISSUE-TIME                   PIC 9(06).
000890
000900*****************************************************************
000910*    RUN TOTALS - THE EVENT COUNTS AND HASH TOTAL GO ON THE
000920*    TRAILER; THE JOURNAL COUNTS ARE FOR THE CONSOLE ONLY.
000930*****************************************************************
000940 01  WS-TOTALS.
000950     05  WS-JRNL-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
000960     05  WS-JRNL-DATE-COUNT          PIC 9(07) COMP VALUE ZERO.
000970     05  WS-NO-EVENT-COUNT           PIC 9(07) COMP VALUE ZERO.
000980     05  WS-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
000990     05  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001000     05  WS-NEW-HIRE-COUNT           PIC 9(05) COMP VALUE ZERO.
001010     05  WS-TRANSFER-COUNT           PIC 9(05) COMP VALUE ZERO.
001020     05  WS-STATUS-COUNT             PIC 9(05) COMP VALUE ZERO.
001030     05  WS-NAME-COUNT               PIC 9(05) COMP VALUE ZERO.
001040     05  WS-TERM-COUNT               PIC 9(05) COMP VALUE ZERO.
001050     05  WS-NONNUM-ID-COUNT          PIC 9(05) COMP VALUE ZERO.
001060     05  WS-HASH-TOTAL               PIC 9(12) COMP VALUE ZERO.
001070     05  WS-EVENTS-THIS-JRNL         PIC 9(01) COMP VALUE ZERO.
001080
001090 01  WS-RUN-DATE                     PIC 9(08).
001100
001110*****************************************************************
001120*    BUSINESS-DATE PARAMETER AREA
001130*****************************************************************
001140     COPY BDTWRK.
001150
001160*****************************************************************
001170*    RUN-CONTROL PARAMETER AREA
001180*****************************************************************
001190     COPY RUNWRK.
001200
001210*****************************************************************
001220*    JOURNAL IMAGE WORK AREAS - THE BEFORE AND AFTER IMAGES
001230*    ARE UNFOLDED HERE SO THE PAYROLL FIELDS CAN BE COMPARED
001240*    ONE BY ONE.
001250*****************************************************************
001260 01  WS-JRNL-IMAGES.
001270     05  WS-JB-IMAGE.
001280         10  WS-JB-EMP-ID            PIC X(05).
001290         10  WS-JB-NAME.
001300             15  WS-JB-FIRST-NAME    PIC X(15).
001310             15  WS-JB-LAST-NAME     PIC X(20).
001320         10  WS-JB-DEPT-CODE         PIC X(03).
001330         10  WS-JB-STATUS            PIC X(01).
001340         10  WS-JB-HIRE-DATE         PIC X(08).
001350         10  WS-JB-MAINT-DATE        PIC X(08).
001360     05  WS-JA-IMAGE.
001370         10  WS-JA-EMP-ID            PIC X(05).
001380         10  WS-JA-NAME.
001390             15  WS-JA-FIRST-NAME    PIC X(15).
001400             15  WS-JA-LAST-NAME     PIC X(20).
001410         10  WS-JA-DEPT-CODE         PIC X(03).
001420         10  WS-JA-STATUS            PIC X(01).
001430         10  WS-JA-HIRE-DATE         PIC X(08).
001440         10  WS-JA-MAINT-DATE        PIC X(08).
001450
001460*****************************************************************
001470*    EVENT TYPE OF THE DETAIL BEING BUILT
001480*****************************************************************
001490 01  WS-EVENT-TYPE                   PIC X(02).
001500
001510 PROCEDURE DIVISION.
001520*****************************************************************
001530*    0000-MAINLINE
001540*    CONTROLS OVERALL SEQUENCE OF PROCESSING FOR THE RUN.
001550*****************************************************************
001560 0000-MAINLINE.
001570     PERFORM 9800-VERIFY-RUN-CONTROL THRU 9800-EXIT.
001580     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
001590     PERFORM 2000-BUILD-FEED         THRU 2000-EXIT.
001600     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
001610     STOP RUN.
001620
001630*****************************************************************
001640*    1000-INITIALIZE
001650*    OPENS THE JOURNAL, SETTLES THE FILE SEQUENCE NUMBER FOR
001660*    THE BUSINESS DATE, AND WRITES THE FEED HEADER.  A MISSING
001670*    JOURNAL IS TREATED AS EMPTY, GIVING A HEADER AND TRAILER
001680*    ONLY, SO PAYROLL STILL RECEIVES THE DAY'S FILE.
001690*****************************************************************
001700 1000-INITIALIZE.
001710     OPEN INPUT JOURNAL-FILE.
001720     IF WS-JRNL-FILE-NOT-FOUND
001730         SET JRNL-EOF TO TRUE
001740         DISPLAY "PAYFEED - JOURNAL FILE NOT PRESENT, "
001750             "TREATED AS EMPTY"
001760     END-IF.
001770     PERFORM 1100-ASSIGN-SEQUENCE THRU 1100-EXIT.
001780     OPEN OUTPUT PAYROLL-FEED.
001790     MOVE SPACES            TO PAY-RECORD.
001800     SET PAY-HEADER         TO TRUE.
001810     MOVE WS-RUN-DATE       TO PAY-HDR-BUS-DATE.
001820     MOVE WS-SEQ-NBR        TO PAY-HDR-SEQ-NBR.
001830     MOVE 'PERSONNL'        TO PAY-HDR-SYSTEM-ID.
001840     WRITE PAY-RECORD.
001850     ADD 1 TO WS-RECORD-COUNT.
001860 1000-EXIT.
001870     EXIT.
001880
001890*****************************************************************
001900*    1100-ASSIGN-SEQUENCE
001910*    SCANS THE SEQUENCE CONTROL FILE.  A BUSINESS DATE ALREADY
001920*    ISSUED KEEPS ITS NUMBER; OTHERWISE THE NEXT NUMBER AFTER
001930*    THE HIGHEST ON FILE IS TAKEN, AND IS RECORDED AT CLEAN END
001940*    OF JOB.  A FILE NOT YET PRESENT STARTS AT NUMBER 1.
001950*****************************************************************
001960 1100-ASSIGN-SEQUENCE.
001970     OPEN INPUT PAY-SEQUENCE-FILE.
001980     IF WS-SEQ-FILE-NOT-FOUND
001990         SET SEQ-EOF TO TRUE
002000     ELSE
002010         PERFORM 1150-READ-SEQUENCE THRU 1150-EXIT
002020         PERFORM 1160-NOTE-SEQUENCE THRU 1160-EXIT
002030             UNTIL SEQ-EOF
002040         CLOSE PAY-SEQUENCE-FILE
002050     END-IF.
002060     IF SEQ-REUSED
002070         DISPLAY "PAYFEED - BUSINESS DATE " WS-RUN-DATE
002080             " ALREADY ISSUED, REGENERATING SEQUENCE " WS-SEQ-NBR
002090     ELSE
002100         ADD 1 WS-HIGH-SEQ-NBR GIVING WS-SEQ-NBR
002110     END-IF.
002120 1100-EXIT.
002130     EXIT.
002140
002150 1150-READ-SEQUENCE.
002160     READ PAY-SEQUENCE-FILE
002170         AT END
002180             SET SEQ-EOF TO TRUE
002190     END-READ.
002200 1150-EXIT.
002210     EXIT.
002220
002230 1160-NOTE-SEQUENCE.
002240     IF PSQ-SEQ-NBR > WS-HIGH-SEQ-NBR
002250         MOVE PSQ-SEQ-NBR TO WS-HIGH-SEQ-NBR
002260     END-IF.
002270     IF PSQ-BUS-DATE = WS-RUN-DATE
002280         SET SEQ-REUSED TO TRUE
002290         MOVE PSQ-SEQ-NBR TO WS-SEQ-NBR
002300     END-IF.
002310     PERFORM 1150-READ-SEQUENCE THRU 1150-EXIT.
002320 1160-EXIT.
002330     EXIT.
002340
002350*****************************************************************
002360*    2000-BUILD-FEED
002370*    READS THE WHOLE JOURNAL AND TURNS EACH RECORD OF THE
002380*    BUSINESS DATE INTO ITS PAYROLL EVENTS, IN JOURNAL ORDER.
002390*****************************************************************
002400 2000-BUILD-FEED.
002410     IF JRNL-EOF
002420         GO TO 2000-EXIT
002430     END-IF.
002440     PERFORM 2100-READ-JOURNAL    THRU 2100-EXIT.
002450     PERFORM 2200-PROCESS-JOURNAL THRU 2200-EXIT
002460         UNTIL JRNL-EOF.
002470 2000-EXIT.
002480     EXIT.
002490
002500 2100-READ-JOURNAL.
002510     READ JOURNAL-FILE
002520         AT END
002530             SET JRNL-EOF TO TRUE
002540     END-READ.
002550 2100-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590*    2200-PROCESS-JOURNAL
002600*    AN ADD IS A NEW HIRE.  A CHANGE MAY GIVE A NAME CHANGE, A
002610*    TRANSFER, AND A STATUS CHANGE OR TERMINATION, EACH AS ITS
002620*    OWN RECORD.  A DELETE OF AN EMPLOYEE NOT ALREADY TERMINATED
002630*    IS A TERMINATION; ONE ALREADY TERMINATED WAS REPORTED WHEN
002640*    THE STATUS CHANGED AND GIVES NOTHING.
002650*****************************************************************
002660 2200-PROCESS-JOURNAL.
002670     ADD 1 TO WS-JRNL-READ-COUNT.
002680     IF JRN-RUN-DATE NOT = WS-RUN-DATE
002690         GO TO 2200-READ-NEXT
002700     END-IF.
002710     ADD 1 TO WS-JRNL-DATE-COUNT.
002720     MOVE ZERO             TO WS-EVENTS-THIS-JRNL.
002730     MOVE JRN-BEFORE-IMAGE TO WS-JB-IMAGE.
002740     MOVE JRN-AFTER-IMAGE  TO WS-JA-IMAGE.
002750     EVALUATE JRN-ACTION-CODE
002760         WHEN 'A'
002770             MOVE 'NH' TO WS-EVENT-TYPE
002780             PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
002790         WHEN 'C'
002800             PERFORM 2300-CHANGE-EVENTS THRU 2300-EXIT
002810         WHEN 'D'
002820             PERFORM 2400-DELETE-EVENT THRU 2400-EXIT
002830     END-EVALUATE.
002840     IF WS-EVENTS-THIS-JRNL = ZERO
002850         ADD 1 TO WS-NO-EVENT-COUNT
002860     END-IF.
002870 2200-READ-NEXT.
002880     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002890 2200-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930*    2300-CHANGE-EVENTS
002940*    COMPARES THE PAYROLL FIELDS OF A CHANGE.  A CHANGE TOUCHING
002950*    ONLY THE HIRE OR MAINTENANCE DATE GIVES NO EVENT.
002960*****************************************************************
002970 2300-CHANGE-EVENTS.
002980     IF WS-JB-NAME NOT = WS-JA-NAME
002990         MOVE 'NC' TO WS-EVENT-TYPE
003000         PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
003010     END-IF.
003020     IF WS-JB-DEPT-CODE NOT = WS-JA-DEPT-CODE
003030         MOVE 'XF' TO WS-EVENT-TYPE
003040         PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
003050     END-IF.
003060     IF WS-JB-STATUS NOT = WS-JA-STATUS
003070         IF WS-JA-STATUS = 'T'
003080             MOVE 'TM' TO WS-EVENT-TYPE
003090         ELSE
003100             MOVE 'SC' TO WS-EVENT-TYPE
003110         END-IF
003120         PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
003130     END-IF.
003140 2300-EXIT.
003150     EXIT.
003160
003170 2400-DELETE-EVENT.
003180     IF WS-JB-STATUS = 'T'
003190         GO TO 2400-EXIT
003200     END-IF.
003210     MOVE 'TM' TO WS-EVENT-TYPE.
003220     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
003230 2400-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270*    2500-WRITE-DETAIL
003280*    WRITES ONE EVENT RECORD.  THE CURRENT FIELDS COME FROM THE
003290*    AFTER IMAGE, OR FROM THE BEFORE IMAGE FOR A DELETE, WHICH
003300*    HAS NO AFTER IMAGE; THE OLD FIELDS COME FROM THE BEFORE
003310*    IMAGE AND ARE LEFT BLANK FOR A NEW HIRE.  A NUMERIC
003320*    EMPLOYEE ID IS ADDED TO THE HASH TOTAL.
003330*****************************************************************
003340 2500-WRITE-DETAIL.
003350     MOVE SPACES            TO PAY-RECORD.
003360     MOVE WS-EVENT-TYPE     TO PAY-REC-TYPE.
003370     MOVE JRN-EMP-ID        TO PAY-DTL-EMP-ID.
003380     MOVE JRN-RUN-DATE      TO PAY-DTL-EFF-DATE.
003390     IF JRN-ACTION-CODE = 'D'
003400         MOVE WS-JB-FIRST-NAME  TO PAY-DTL-FIRST-NAME
003410         MOVE WS-JB-LAST-NAME   TO PAY-DTL-LAST-NAME
003420         MOVE WS-JB-DEPT-CODE   TO PAY-DTL-DEPT-CODE
003430         MOVE 'T'               TO PAY-DTL-STATUS
003440         MOVE WS-JB-HIRE-DATE   TO PAY-DTL-HIRE-DATE
003450     ELSE
003460         MOVE WS-JA-FIRST-NAME  TO PAY-DTL-FIRST-NAME
003470         MOVE WS-JA-LAST-NAME   TO PAY-DTL-LAST-NAME
003480         MOVE WS-JA-DEPT-CODE   TO PAY-DTL-DEPT-CODE
003490         MOVE WS-JA-STATUS      TO PAY-DTL-STATUS
003500         MOVE WS-JA-HIRE-DATE   TO PAY-DTL-HIRE-DATE
003510     END-IF.
003520     IF JRN-ACTION-CODE NOT = 'A'
003530         MOVE WS-JB-FIRST-NAME  TO PAY-DTL-OLD-FIRST-NAME
003540         MOVE WS-JB-LAST-NAME   TO PAY-DTL-OLD-LAST-NAME
003550         MOVE WS-JB-DEPT-CODE   TO PAY-DTL-OLD-DEPT-CODE
003560         MOVE WS-JB-STATUS      TO PAY-DTL-OLD-STATUS
003570     END-IF.
003580     WRITE PAY-RECORD.
003590     ADD 1 TO WS-RECORD-COUNT
003600              WS-DETAIL-COUNT
003610              WS-EVENTS-THIS-JRNL.
003620     EVALUATE TRUE
003630         WHEN PAY-NEW-HIRE
003640             ADD 1 TO WS-NEW-HIRE-COUNT
003650         WHEN PAY-TRANSFER
003660             ADD 1 TO WS-TRANSFER-COUNT
003670         WHEN PAY-STATUS-CHANGE
003680             ADD 1 TO WS-STATUS-COUNT
003690         WHEN PAY-NAME-CHANGE
003700             ADD 1 TO WS-NAME-COUNT
003710         WHEN PAY-TERMINATION
003720             ADD 1 TO WS-TERM-COUNT
003730     END-EVALUATE.
003740     IF PAY-DTL-EMP-ID IS NUMERIC
003750         ADD PAY-DTL-EMP-ID-NUM TO WS-HASH-TOTAL
003760     ELSE
003770         ADD 1 TO WS-NONNUM-ID-COUNT
003780         DISPLAY "PAYFEED - EMPLOYEE ID NOT NUMERIC, NOT IN "
003790             "HASH TOTAL: " PAY-DTL-EMP-ID
003800     END-IF.
003810 2500-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*    9000-TERMINATE
003860*    WRITES THE TRAILER, CLOSES ALL FILES, RECORDS A NEWLY
003870*    ISSUED SEQUENCE NUMBER, DISPLAYS RUN TOTALS, AND STAMPS
003880*    THE STEP COMPLETE.
003890*****************************************************************
003900 9000-TERMINATE.
003910     MOVE SPACES              TO PAY-RECORD.
003920     SET PAY-TRAILER          TO TRUE.
003930     ADD 1 TO WS-RECORD-COUNT.
003940     MOVE WS-RUN-DATE         TO PAY-TRL-BUS-DATE.
003950     MOVE WS-SEQ-NBR          TO PAY-TRL-SEQ-NBR.
003960     MOVE WS-RECORD-COUNT     TO PAY-TRL-RECORD-COUNT.
003970     MOVE WS-DETAIL-COUNT     TO PAY-TRL-DETAIL-COUNT.
003980     MOVE WS-NEW-HIRE-COUNT   TO PAY-TRL-NEW-HIRE-COUNT.
003990     MOVE WS-TRANSFER-COUNT   TO PAY-TRL-TRANSFER-COUNT.
004000     MOVE WS-STATUS-COUNT     TO PAY-TRL-STATUS-COUNT.
004010     MOVE WS-NAME-COUNT       TO PAY-TRL-NAME-COUNT.
004020     MOVE WS-TERM-COUNT       TO PAY-TRL-TERM-COUNT.
004030     MOVE WS-HASH-TOTAL       TO PAY-TRL-HASH-TOTAL.
004040     WRITE PAY-RECORD.
004050     CLOSE PAYROLL-FEED.
004060     IF WS-JRNL-FILE-FOUND
004070         CLOSE JOURNAL-FILE
004080     END-IF.
004090     IF SEQ-NOT-REUSED
004100         PERFORM 9100-RECORD-SEQUENCE THRU 9100-EXIT
004110     END-IF.
004120     DISPLAY "PAYFEED - BUSINESS DATE: " WS-RUN-DATE
004130         "  SEQUENCE: " WS-SEQ-NBR.
004140     DISPLAY "PAYFEED - JOURNAL READ: " WS-JRNL-READ-COUNT
004150         "  FOR DATE: "             WS-JRNL-DATE-COUNT
004160         "  NO PAYROLL EVENT: "     WS-NO-EVENT-COUNT.
004170     DISPLAY "PAYFEED - NEW HIRES: "  WS-NEW-HIRE-COUNT
004180         "  TRANSFERS: "            WS-TRANSFER-COUNT
004190         "  STATUS CHANGES: "       WS-STATUS-COUNT
004200         "  NAME CHANGES: "         WS-NAME-COUNT
004210         "  TERMINATIONS: "         WS-TERM-COUNT.
004220     DISPLAY "PAYFEED - RECORDS WRITTEN: " WS-RECORD-COUNT
004230         "  HASH TOTAL: "           WS-HASH-TOTAL.
004240     IF WS-NONNUM-ID-COUNT > ZERO
004250         DISPLAY "PAYFEED - " WS-NONNUM-ID-COUNT
004260             " EMPLOYEE IDS NOT NUMERIC, LEFT OUT OF HASH TOTAL"
004270         MOVE 4 TO RETURN-CODE
004280     END-IF.
004290     PERFORM 9900-STAMP-RUN-CONTROL THRU 9900-EXIT.
004300 9000-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340*    9100-RECORD-SEQUENCE
004350*    APPENDS THE BUSINESS DATE AND ITS NEWLY ISSUED SEQUENCE
004360*    NUMBER TO THE CONTROL FILE, TOUCH-CREATING IT THE FIRST
004370*    TIME THE FEED IS RUN.
004380*****************************************************************
004390 9100-RECORD-SEQUENCE.
004400     OPEN INPUT PAY-SEQUENCE-FILE.
004410     IF WS-SEQ-FILE-FOUND
004420         CLOSE PAY-SEQUENCE-FILE
004430     ELSE
004440         OPEN OUTPUT PAY-SEQUENCE-FILE
004450         CLOSE PAY-SEQUENCE-FILE
004460     END-IF.
004470     OPEN EXTEND PAY-SEQUENCE-FILE.
004480     ACCEPT WS-ISSUE-TIME FROM TIME.
004490     MOVE SPACES         TO PSQ-RECORD.
004500     MOVE WS-RUN-DATE    TO PSQ-BUS-DATE.
004510     MOVE WS-SEQ-NBR     TO PSQ-SEQ-NBR.
004520     MOVE WS-ISSUE-TIME  TO PSQ-ISSUE-TIME.
004530     WRITE PSQ-RECORD.
004540     CLOSE PAY-SEQUENCE-FILE.
004550 9100-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590*    9800-VERIFY-RUN-CONTROL
004600*    ASKS THE RUNCHECK SUBPROGRAM WHETHER THIS STEP MAY START
004610*    FOR THE BUSINESS DATE, AND REFUSES TO RUN WHEN IT MAY
004620*    NOT.
004630*****************************************************************
004640 9800-VERIFY-RUN-CONTROL.
004650     CALL 'BDTFETCH' USING BDT-PARAMETERS.
004660     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
004670     SET RCK-CHECK-FUNCTION TO TRUE.
004680     MOVE 'PAYFEED ' TO RCK-STEP-NAME.
004690     MOVE 'EMPMAINT' TO RCK-PRED-NAME.
004700     MOVE WS-RUN-DATE TO RCK-BUS-DATE.
004710     CALL 'RUNCHECK' USING RCK-PARAMETERS.
004720     IF NOT RCK-OK
004730         DISPLAY "PAYFEED - STEP REFUSED: " RCK-RESULT-TEXT
004740         MOVE 8 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770 9800-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810*    9900-STAMP-RUN-CONTROL
004820*    STAMPS THIS STEP COMPLETE ON THE RUN-CONTROL FILE AT
004830*    CLEAN END OF JOB.
004840*****************************************************************
004850 9900-STAMP-RUN-CONTROL.
004860     SET RCK-STAMP-FUNCTION TO TRUE.
004870     CALL 'RUNCHECK' USING RCK-PARAMETERS.
004880 9900-EXIT.
004890     EXIT.
