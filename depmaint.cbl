000161*    2026-09-02 DLW   THE RUN DATE NOW COMES FROM THE BUSDATE
000162*                     CONTROL CARD THROUGH BDTFETCH AS AN
000163*                     8-DIGIT CENTURY DATE.
000164*    2026-10-15 DLW   ADDED THE REORG TRANSACTION - EVERY
000165*                     EMPLOYEE OF THE DEPARTMENT IS MOVED TO THE
000166*                     TARGET DEPARTMENT BY A GENERATED CHANGE
000167*                     CARD, CARRYING THE REORG EFFECTIVE DATE,
000168*                     APPENDED TO THE CORTRAN CORRECTIONS DECK
000169*                     FOR THE NEXT TRNMERGE; THE REGISTER LISTS
000170*                     EVERY EMPLOYEE MOVED.  A DELETE, OR A
000171*                     CHANGE TO INACTIVE, IS NOW REFUSED WHILE
000172*                     EMPLOYEES STILL CARRY THE DEPARTMENT AND
000173*                     NO REORG OF IT IS IN THE SAME DECK.
000174*    2026-10-15 DLW   REORG CHANGE CARDS NOW CARRY THE
000175*                     OPERATOR ID DEPMAINT, WHICH THE OPERATOR
000176*                     AUTHORITY TABLE MUST HOLD FOR CHANGES IN
000177*                     EVERY DEPARTMENT A REORG MAY TOUCH.
000178*    2026-10-15 DLW   ADD AND CHANGE NOW CARRY THE AUTHORIZED
000179*                     HEADCOUNT AND BUDGET EFFECTIVE DATE ONTO
000180*                     THE DEPARTMENT MASTER - BOTH BLANK ON A
000181*                     CHANGE LEAVES THE BUDGET AS IT IS, ON AN
000182*                     ADD MEANS NO BUDGET YET.  THE REGISTER
000183*                     SHOWS BOTH.
000184*    2026-10-15 DLW   A REORG CARD IS TABLED AT LOAD ONLY IF IT
000185*                     PASSES THE SAME TARGET AND EFFECTIVE-DATE
000186*                     CHECKS AS THE APPLY, SO A BAD REORG NO
000187*                     LONGER LETS AN OCCUPIED DEPARTMENT BE
000188*                     DELETED.  A TABLED REORG IS APPLIED EVEN
000189*                     WHEN ITS SOURCE WAS DELETED EARLIER IN THE
000190*                     DECK.
000191*****************************************************************
000192
000193 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-370.
000220 OBJECT-COMPUTER.   IBM-370.
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT DEPT-REGISTER   ASSIGN TO DEPRPT
000340         ORGANIZATION IS LINE SEQUENTIAL.
000341     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS SEQUENTIAL
000344         RECORD KEY IS EMP-ID
000345         FILE STATUS IS WS-EMP-FILE-STATUS.
000346     SELECT CORR-TRANS-FILE ASSIGN TO CORTRAN
000347         ORGANIZATION IS LINE SEQUENTIAL
000348         FILE STATUS IS WS-CORR-FILE-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000490     LABEL RECORDS ARE STANDARD.
000500 01  REG-RECORD                      PIC X(80).
000510
000511 FD  EMPLOYEE-MASTER
000512     LABEL RECORDS ARE STANDARD.
000513     COPY EMPREC.
000514
000515 FD  CORR-TRANS-FILE
000516     RECORDING MODE IS F
000517     LABEL RECORDS ARE STANDARD.
000518 01  CORR-TRANS-RECORD               PIC X(71).
000519
000520 WORKING-STORAGE SECTION.
000530*****************************************************************
000540*    SWITCHES
000570     05  WS-TRANS-EOF-SW             PIC X(01)   VALUE 'N'.
000580         88  TRANS-EOF                           VALUE 'Y'.
000590         88  TRANS-NOT-EOF                        VALUE 'N'.
000591     05  WS-EMP-EOF-SW               PIC X(01)   VALUE 'N'.
000592         88  EMP-EOF                             VALUE 'Y'.
000593         88  EMP-NOT-EOF                          VALUE 'N'.
000594     05  WS-DEPT-IN-USE-SW           PIC X(01)   VALUE 'N'.
000595         88  DEPT-IN-USE                         VALUE 'Y'.
000596         88  DEPT-NOT-IN-USE                      VALUE 'N'.
000597     05  WS-REORG-TABLED-SW          PIC X(01)   VALUE 'N'.
000598         88  REORG-TABLED                        VALUE 'Y'.
000599         88  REORG-NOT-TABLED                     VALUE 'N'.
000600
000610 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
000620     88  WS-MASTER-FILE-OK                        VALUE '00'.
000630     88  WS-MASTER-FILE-NOT-FOUND                 VALUE '35'.
000640
000641 01  WS-EMP-FILE-STATUS              PIC X(02)   VALUE '00'.
000642     88  WS-EMP-FILE-OK                           VALUE '00'.
000643     88  WS-EMP-FILE-NOT-FOUND                    VALUE '35'.
000644
000645 01  WS-CORR-FILE-STATUS             PIC X(02)   VALUE '00'.
000646     88  WS-CORR-FILE-FOUND                       VALUE '00'.
000647     88  WS-CORR-FILE-NOT-FOUND                   VALUE '35'.
000648
000650*****************************************************************
000660*    RUN TOTALS
000670*****************************************************************
000700     05  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
000710     05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
000720     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
000721     05  WS-REORG-COUNT              PIC 9(05) COMP VALUE ZERO.
000722     05  WS-MOVED-COUNT              PIC 9(05) COMP VALUE ZERO.
000723     05  WS-REORG-MOVED              PIC 9(05) COMP VALUE ZERO.
000724     05  WS-IN-USE-COUNT             PIC 9(05) COMP VALUE ZERO.
000730
000740 01  WS-RUN-DATE                     PIC 9(08).
000750
000751*****************************************************************
000752*    REORG TABLE - ONE ENTRY PER DEPARTMENT NAMED AS THE SOURCE
000753*    OF A VALID REORG ANYWHERE IN THE DECK, LOADED BEFORE THE
000754*    DECK IS APPLIED, SO A DELETE OR INACTIVATE OF THAT
000755*    DEPARTMENT IS ALLOWED WHETHER IT COMES BEFORE OR AFTER THE
000756*    REORG CARD.
000757*****************************************************************
000758 01  WS-REORG-TBL-COUNT              PIC 9(03) COMP VALUE ZERO.
000759 01  WS-REORG-TABLE.
000760     05  WS-REORG-ENTRY      OCCURS 100 TIMES
000761                             INDEXED BY WS-REORG-IDX.
000762         10  WS-RRG-FROM-DEPT        PIC X(03).
000763
000764*****************************************************************
000765*    GENERATED CHANGE TRANSACTION WORK AREA
000766*****************************************************************
000767     COPY EMPTRN.
000768
000769*****************************************************************
000770*    BUSINESS-DATE PARAMETER AREA
000780*****************************************************************
000790     COPY BDTWRK.
001020     05  FILLER                      PIC X(22) VALUE 'NAME'.
001030     05  FILLER                      PIC X(17) VALUE 'MANAGER'.
001040     05  FILLER                      PIC X(06) VALUE 'FLAG'.
001046     05  FILLER                      PIC X(07) VALUE ' AUTH'.
001052     05  FILLER                      PIC X(14) VALUE 'BUDGET EFF'.
001060
001070 01  WS-REG-DETAIL-LINE.
001080     05  WS-REG-DEPT-CODE            PIC X(03).
001140     05  WS-REG-MANAGER              PIC X(15).
001150     05  FILLER                      PIC X(02) VALUE SPACES.
001160     05  WS-REG-FLAG                 PIC X(01).
001162     05  FILLER                      PIC X(05) VALUE SPACES.
001164     05  WS-REG-AUTH-HEADCOUNT       PIC ZZZZ9.
001166     05  WS-REG-AUTH-HEADCOUNT-X REDEFINES WS-REG-AUTH-HEADCOUNT
001168                                     PIC X(05).
001170     05  FILLER                      PIC X(02) VALUE SPACES.
001172     05  WS-REG-BUDGET-EFF-DATE      PIC X(08).
001174     05  FILLER                      PIC X(06) VALUE SPACES.
001180
001181 01  WS-REG-MOVED-LINE.
001182     05  FILLER                      PIC X(06) VALUE SPACES.
001183     05  FILLER                      PIC X(08) VALUE 'MOVED'.
001184     05  WS-MVD-EMP-ID               PIC X(05).
001185     05  FILLER                      PIC X(02) VALUE SPACES.
001186     05  WS-MVD-EMP-NAME             PIC X(30).
001187     05  FILLER                      PIC X(02) VALUE SPACES.
001188     05  FILLER                      PIC X(05) VALUE 'FROM '.
001189     05  WS-MVD-FROM-DEPT            PIC X(03).
001190     05  FILLER                      PIC X(04) VALUE ' TO '.
001191     05  WS-MVD-TO-DEPT              PIC X(03).
001192     05  FILLER                      PIC X(12) VALUE SPACES.
001193
001194 01  WS-REG-TOTAL-LINE.
001200     05  FILLER                      PIC X(07) VALUE 'ADDS: '.
001210     05  WS-REG-TOT-ADDS             PIC ZZZZ9.
001220     05  FILLER            PIC X(11) VALUE '  CHANGES: '.
001270     05  WS-REG-TOT-REJECTS          PIC ZZZZ9.
001280     05  FILLER                      PIC X(20) VALUE SPACES.
001290
001291 01  WS-REG-REORG-LINE.
001292     05  FILLER                      PIC X(08) VALUE 'REORGS: '.
001293     05  WS-REG-TOT-REORGS           PIC ZZZZ9.
001294     05  FILLER            PIC X(19) VALUE '  EMPLOYEES MOVED: '.
001295     05  WS-REG-TOT-MOVED            PIC ZZZZ9.
001296     05  FILLER                      PIC X(43) VALUE SPACES.
001297
001300 01  WS-REG-TRAILER-LINE.
001310     05  FILLER        PIC X(23) VALUE '*** END OF REGISTER ***'.
001320     05  FILLER                      PIC X(57) VALUE SPACES.
001450*****************************************************************
001460*    1000-INITIALIZE
001470*    OPENS ALL FILES USED BY THE RUN.  A DEPARTMENT MASTER NOT
001480*    YET PRESENT IS CREATED EMPTY SO A FIRST LOAD CAN RUN.  THE
001481*    CORRECTIONS DECK IS OPENED FOR APPEND, AND THE DECK OF
001482*    DEPARTMENT TRANSACTIONS IS PRE-READ FOR REORG CARDS.
001490*****************************************************************
001500 1000-INITIALIZE.
001510     OPEN I-O DEPT-MASTER.
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650     PERFORM 1100-PROBE-CORR-FILE THRU 1100-EXIT.
001651     OPEN EXTEND CORR-TRANS-FILE.
001652     PERFORM 1200-LOAD-REORGS THRU 1200-EXIT.
001653     OPEN INPUT  DEPT-TRANS.
001660     OPEN OUTPUT DEPT-REGISTER.
001670     CALL 'BDTFETCH' USING BDT-PARAMETERS.
001680     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
001690 1000-EXIT.
001700     EXIT.
001701
001702*****************************************************************
001703*    1100-PROBE-CORR-FILE
001704*    TOUCH-CREATES THE CORRECTIONS DECK IF NONE HAS BEEN KEYED
001705*    FOR THE NIGHT, SO THE OPEN EXTEND IN 1000-INITIALIZE DOES
001706*    NOT ABEND.
001707*****************************************************************
001708 1100-PROBE-CORR-FILE.
001709     OPEN INPUT CORR-TRANS-FILE.
001710     IF WS-CORR-FILE-FOUND
001711         CLOSE CORR-TRANS-FILE
001712     ELSE
001713         OPEN OUTPUT CORR-TRANS-FILE
001714         CLOSE CORR-TRANS-FILE
001715     END-IF.
001716 1100-EXIT.
001717     EXIT.
001718
001719*****************************************************************
001720*    1200-LOAD-REORGS
001721*    READS THE WHOLE DECK ONCE, TABLING THE SOURCE DEPARTMENT
001722*    OF EVERY REORG CARD, THEN CLOSES IT FOR THE APPLY PASS.
001723*    A REORG IS TABLED ONLY IF ITS TARGET IS GIVEN, DIFFERS FROM
001724*    THE SOURCE, AND IS ON FILE AND ACTIVE, AND ITS EFFECTIVE
001725*    DATE IS BLANK OR NUMERIC - THE SAME CHECKS 2600 APPLIES -
001726*    SO ONLY A REORG THAT WILL BE APPLIED EXEMPTS ITS SOURCE
001727*    FROM THE IN-USE CHECK.
001728*****************************************************************
001729 1200-LOAD-REORGS.
001730     OPEN INPUT DEPT-TRANS.
001731     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001732     PERFORM 1250-NOTE-REORG       THRU 1250-EXIT
001733         UNTIL TRANS-EOF.
001734     CLOSE DEPT-TRANS.
001735     SET TRANS-NOT-EOF TO TRUE.
001736 1200-EXIT.
001737     EXIT.
001738
001739 1250-NOTE-REORG.
001740     IF NOT DTR-REORG
001741       OR DTR-DEPT-CODE = SPACES
001742         GO TO 1250-READ-NEXT
001743     END-IF.
001744     IF DTR-TO-DEPT-CODE = SPACES
001745       OR DTR-TO-DEPT-CODE = DTR-DEPT-CODE
001746         GO TO 1250-READ-NEXT
001747     END-IF.
001748     IF DTR-REORG-EFF-DATE NOT = SPACES
001749       AND DTR-REORG-EFF-DATE IS NOT NUMERIC
001750         GO TO 1250-READ-NEXT
001751     END-IF.
001752     MOVE DTR-TO-DEPT-CODE TO DEP-CODE.
001753     READ DEPT-MASTER
001754         INVALID KEY
001755             GO TO 1250-READ-NEXT
001756     END-READ.
001757     IF NOT DEP-ACTIVE
001758         GO TO 1250-READ-NEXT
001759     END-IF.
001760     IF WS-REORG-TBL-COUNT < 100
001761         ADD 1 TO WS-REORG-TBL-COUNT
001762         MOVE DTR-DEPT-CODE
001763             TO WS-RRG-FROM-DEPT (WS-REORG-TBL-COUNT)
001764     ELSE
001765         DISPLAY "DEPMAINT - REORG TABLE FULL, REORG NOT "
001766             "TABLED FOR DEPT " DTR-DEPT-CODE
001767     END-IF.
001768 1250-READ-NEXT.
001769     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001770 1250-EXIT.
001771     EXIT.
001772
001773*****************************************************************
001774*    2000-APPLY-TRANSACTIONS
001775*    READS EACH MAINTENANCE TRANSACTION AND APPLIES IT TO THE
001776*    DEPARTMENT MASTER.
001777*****************************************************************
001778 2000-APPLY-TRANSACTIONS.
001780     PERFORM 2100-READ-TRANSACTION    THRU 2100-EXIT.
001790     PERFORM 2200-PROCESS-TRANSACTION THRU 2200-EXIT
001800         UNTIL TRANS-EOF.
002100         ADD 1 TO WS-REJECT-COUNT
002110         GO TO 2200-READ-NEXT
002120     END-IF.
002121     IF (DTR-ADD OR DTR-CHANGE)
002122       AND (DTR-AUTH-HEADCOUNT NOT = SPACES
002123         OR DTR-BUDGET-EFF-DATE NOT = SPACES)
002124       AND (DTR-AUTH-HEADCOUNT IS NOT NUMERIC
002125         OR DTR-BUDGET-EFF-DATE IS NOT NUMERIC
002126         OR DTR-BUDGET-EFF-DATE-NUM = ZERO)
002127         DISPLAY "DEPMAINT - AUTHORIZED HEADCOUNT OR BUDGET "
002128             "DATE INVALID: " DTR-DEPT-CODE " - REJECTED"
002129         ADD 1 TO WS-REJECT-COUNT
002130         GO TO 2200-READ-NEXT
002131     END-IF.
002132     EVALUATE TRUE
002140         WHEN DTR-ADD
002150             PERFORM 2300-ADD-DEPARTMENT    THRU 2300-EXIT
002160         WHEN DTR-CHANGE
002170             PERFORM 2400-CHANGE-DEPARTMENT THRU 2400-EXIT
002180         WHEN DTR-DELETE
002190             PERFORM 2500-DELETE-DEPARTMENT THRU 2500-EXIT
002195         WHEN DTR-REORG
002196             PERFORM 2600-REORG-DEPARTMENT  THRU 2600-EXIT
002200         WHEN OTHER
002210             DISPLAY "DEPMAINT - INVALID TRANSACTION CODE: "
002220                 DTR-CODE " FOR DEPARTMENT " DTR-DEPT-CODE
002290
002300*****************************************************************
002310*    2300-ADD-DEPARTMENT
002320*    ADDS A NEW DEPARTMENT MASTER RECORD.  NO HEADCOUNT ON THE
002325*    CARD ADDS THE DEPARTMENT WITH NO BUDGET ON FILE.
002330*****************************************************************
002340 2300-ADD-DEPARTMENT.
002350     MOVE DTR-DEPT-CODE   TO DEP-CODE.
002360     MOVE DTR-DEPT-NAME   TO DEP-NAME.
002370     MOVE DTR-MANAGER     TO DEP-MANAGER.
002380     MOVE DTR-ACTIVE-FLAG TO DEP-ACTIVE-FLAG.
002381     IF DTR-AUTH-HEADCOUNT = SPACES
002382         MOVE ZERO TO DEP-AUTH-HEADCOUNT
002383                      DEP-BUDGET-EFF-DATE
002384     ELSE
002385         MOVE DTR-AUTH-HEADCOUNT-NUM  TO DEP-AUTH-HEADCOUNT
002386         MOVE DTR-BUDGET-EFF-DATE-NUM TO DEP-BUDGET-EFF-DATE
002387     END-IF.
002390     WRITE DEP-RECORD
002400         INVALID KEY
002410             DISPLAY "DEPMAINT - DUPLICATE DEPARTMENT ON ADD: "
002500
002510*****************************************************************
002520*    2400-CHANGE-DEPARTMENT
002530*    CHANGES AN EXISTING DEPARTMENT MASTER RECORD.  A CHANGE
002531*    THAT INACTIVATES AN ACTIVE DEPARTMENT IS REFUSED WHILE
002532*    ACTIVE OR INACTIVE EMPLOYEES STILL CARRY IT.  NO
002536*    HEADCOUNT ON THE CARD LEAVES THE BUDGET AS IT IS.
002540*****************************************************************
002550 2400-CHANGE-DEPARTMENT.
002560     MOVE DTR-DEPT-CODE TO DEP-CODE.
002590             DISPLAY "DEPMAINT - NOT ON FILE: " DTR-DEPT-CODE
002600             ADD 1 TO WS-REJECT-COUNT
002610     END-READ.
002611     IF WS-MASTER-FILE-OK
002612       AND DEP-ACTIVE
002613       AND DTR-ACTIVE-FLAG = 'I'
002614         PERFORM 2900-CHECK-DEPT-IN-USE THRU 2900-EXIT
002615         IF DEPT-IN-USE
002616             DISPLAY "DEPMAINT - " WS-IN-USE-COUNT
002617                 " EMPLOYEES STILL IN DEPT " DTR-DEPT-CODE
002618                 ", NO REORG PENDING - INACTIVATE REJECTED"
002619             ADD 1 TO WS-REJECT-COUNT
002620             GO TO 2400-EXIT
002621         END-IF
002622     END-IF.
002623     IF WS-MASTER-FILE-OK
002630         MOVE DTR-DEPT-NAME   TO DEP-NAME
002640         MOVE DTR-MANAGER     TO DEP-MANAGER
002650         MOVE DTR-ACTIVE-FLAG TO DEP-ACTIVE-FLAG
002652         IF DTR-AUTH-HEADCOUNT NOT = SPACES
002654             MOVE DTR-AUTH-HEADCOUNT-NUM  TO DEP-AUTH-HEADCOUNT
002656             MOVE DTR-BUDGET-EFF-DATE-NUM TO DEP-BUDGET-EFF-DATE
002658         END-IF
002660         REWRITE DEP-RECORD
002670             INVALID KEY
002680                 DISPLAY "DEPMAINT - REWRITE FAILED: "
002780
002790*****************************************************************
002800*    2500-DELETE-DEPARTMENT
002810*    REMOVES A DEPARTMENT MASTER RECORD.  REFUSED WHILE ANY
002811*    EMPLOYEE, TERMINATED OR NOT, STILL CARRIES THE DEPARTMENT.
002820*****************************************************************
002830 2500-DELETE-DEPARTMENT.
002840     MOVE DTR-DEPT-CODE TO DEP-CODE.
002870             DISPLAY "DEPMAINT - NOT ON FILE: " DTR-DEPT-CODE
002880             ADD 1 TO WS-REJECT-COUNT
002890     END-READ.
002891     IF WS-MASTER-FILE-OK
002892         PERFORM 2900-CHECK-DEPT-IN-USE THRU 2900-EXIT
002893         IF DEPT-IN-USE
002894             DISPLAY "DEPMAINT - " WS-IN-USE-COUNT
002895                 " EMPLOYEES STILL IN DEPT " DTR-DEPT-CODE
002896                 ", NO REORG PENDING - DELETE REJECTED"
002897             ADD 1 TO WS-REJECT-COUNT
002898             GO TO 2500-EXIT
002899         END-IF
002900     END-IF.
002901     IF WS-MASTER-FILE-OK
002910         DELETE DEPT-MASTER
002920             INVALID KEY
002930                 DISPLAY "DEPMAINT - DELETE FAILED: "
003010 2500-EXIT.
003020     EXIT.
003030
003031*****************************************************************
003032*    2600-REORG-DEPARTMENT
003033*    MOVES EVERY EMPLOYEE OF THE SOURCE DEPARTMENT TO THE
003034*    TARGET DEPARTMENT.  BOTH MUST BE ON FILE, THE TARGET MUST
003035*    BE ACTIVE, AND THE EFFECTIVE DATE MUST BE BLANK (APPLY AT
003036*    ONCE) OR NUMERIC.  A SOURCE ALREADY DELETED EARLIER IN THE
003037*    DECK IS ACCEPTED WHEN ITS REORG WAS TABLED AT LOAD.  ONE
003038*    CHANGE CARD PER EMPLOYEE IS APPENDED TO THE CORRECTIONS
003039*    DECK, CARRYING THE EMPLOYEE'S CURRENT MASTER FIELDS WITH
003040*    ONLY THE DEPARTMENT REPLACED.
003041*****************************************************************
003042 2600-REORG-DEPARTMENT.
003043     IF DTR-TO-DEPT-CODE = SPACES
003044       OR DTR-TO-DEPT-CODE = DTR-DEPT-CODE
003045         DISPLAY "DEPMAINT - REORG TARGET BLANK OR SAME AS "
003046             "SOURCE: " DTR-DEPT-CODE " - REJECTED"
003047         ADD 1 TO WS-REJECT-COUNT
003048         GO TO 2600-EXIT
003049     END-IF.
003050     IF DTR-REORG-EFF-DATE NOT = SPACES
003051       AND DTR-REORG-EFF-DATE IS NOT NUMERIC
003052         DISPLAY "DEPMAINT - REORG EFFECTIVE DATE NOT NUMERIC: "
003053             DTR-DEPT-CODE " - REJECTED"
003054         ADD 1 TO WS-REJECT-COUNT
003055         GO TO 2600-EXIT
003056     END-IF.
003057     MOVE DTR-TO-DEPT-CODE TO DEP-CODE.
003058     READ DEPT-MASTER
003059         INVALID KEY
003060             DISPLAY "DEPMAINT - REORG TARGET NOT ON FILE: "
003061                 DTR-TO-DEPT-CODE " - REJECTED"
003062             ADD 1 TO WS-REJECT-COUNT
003063             GO TO 2600-EXIT
003064     END-READ.
003065     IF NOT DEP-ACTIVE
003066         DISPLAY "DEPMAINT - REORG TARGET NOT ACTIVE: "
003067             DTR-TO-DEPT-CODE " - REJECTED"
003068         ADD 1 TO WS-REJECT-COUNT
003069         GO TO 2600-EXIT
003070     END-IF.
003071     MOVE DTR-DEPT-CODE TO DEP-CODE.
003072     READ DEPT-MASTER
003073         INVALID KEY
003074             PERFORM 2910-FIND-REORG THRU 2910-EXIT
003075             IF REORG-NOT-TABLED
003076                 DISPLAY "DEPMAINT - NOT ON FILE: " DTR-DEPT-CODE
003077                 ADD 1 TO WS-REJECT-COUNT
003078                 GO TO 2600-EXIT
003079             END-IF
003080             MOVE SPACES TO DEP-NAME
003081                            DEP-MANAGER
003082                            DEP-ACTIVE-FLAG
003083             MOVE ZERO   TO DEP-AUTH-HEADCOUNT
003084                            DEP-BUDGET-EFF-DATE
003085     END-READ.
003086     OPEN INPUT EMPLOYEE-MASTER.
003087     IF NOT WS-EMP-FILE-OK
003088         DISPLAY "DEPMAINT - CANNOT OPEN EMPLOYEE MASTER, "
003089             "STATUS: " WS-EMP-FILE-STATUS
003090             " - REORG REJECTED: " DTR-DEPT-CODE
003091         ADD 1 TO WS-REJECT-COUNT
003092         GO TO 2600-EXIT
003093     END-IF.
003094     ADD 1 TO WS-REORG-COUNT.
003095     MOVE ZERO TO WS-REORG-MOVED.
003096     PERFORM 2700-PRINT-REG-DETAIL THRU 2700-EXIT.
003097     SET EMP-NOT-EOF TO TRUE.
003098     PERFORM 2650-READ-EMPLOYEE THRU 2650-EXIT.
003099     PERFORM 2660-MOVE-EMPLOYEE THRU 2660-EXIT
003100         UNTIL EMP-EOF.
003101     CLOSE EMPLOYEE-MASTER.
003102     DISPLAY "DEPMAINT - REORG " DTR-DEPT-CODE " TO "
003103         DTR-TO-DEPT-CODE ": " WS-REORG-MOVED
003104         " EMPLOYEES MOVED".
003105 2600-EXIT.
003106     EXIT.
003107
003108 2650-READ-EMPLOYEE.
003109     READ EMPLOYEE-MASTER NEXT RECORD
003110         AT END
003111             SET EMP-EOF TO TRUE
003112     END-READ.
003113     IF NOT WS-EMP-FILE-OK
003114         SET EMP-EOF TO TRUE
003115     END-IF.
003116 2650-EXIT.
003117     EXIT.
003118
003119*****************************************************************
003120*    2660-MOVE-EMPLOYEE
003121*    WRITES THE CHANGE CARD FOR ONE EMPLOYEE OF THE SOURCE
003122*    DEPARTMENT AND LISTS IT ON THE REGISTER UNDER THE REORG.
003123*****************************************************************
003124 2660-MOVE-EMPLOYEE.
003125     IF EMP-DEPT-CODE NOT = DTR-DEPT-CODE
003126         GO TO 2660-READ-NEXT
003127     END-IF.
003128     MOVE SPACES             TO EMP-TRANS-RECORD.
003129     SET TRN-CHANGE          TO TRUE.
003130     MOVE EMP-ID             TO TRN-EMP-ID.
003131     MOVE EMP-FIRST-NAME     TO TRN-FIRST-NAME.
003132     MOVE EMP-LAST-NAME      TO TRN-LAST-NAME.
003133     MOVE DTR-TO-DEPT-CODE   TO TRN-DEPT-CODE.
003134     MOVE EMP-STATUS         TO TRN-STATUS.
003135     MOVE EMP-HIRE-DATE      TO TRN-HIRE-DATE-NUM.
003136     SET TRN-SOURCE-CORR     TO TRUE.
003137     MOVE DTR-REORG-EFF-DATE TO TRN-EFF-DATE.
003138     MOVE 'DEPMAINT'         TO TRN-OPERATOR-ID.
003139     WRITE CORR-TRANS-RECORD FROM EMP-TRANS-RECORD.
003140     ADD 1 TO WS-MOVED-COUNT
003141              WS-REORG-MOVED.
003142     PERFORM 2750-PRINT-REG-MOVED THRU 2750-EXIT.
003143 2660-READ-NEXT.
003144     PERFORM 2650-READ-EMPLOYEE THRU 2650-EXIT.
003145 2660-EXIT.
003146     EXIT.
003147
003148*****************************************************************
003149*    2700-PRINT-REG-DETAIL
003150*    PRINTS ONE MAINTENANCE REGISTER LINE FOR THE TRANSACTION
003151*    JUST APPLIED.
003152*****************************************************************
003153 2700-PRINT-REG-DETAIL.
003154     IF WS-LINE-CTR >= WS-MAX-LINES
003155         PERFORM 2800-PRINT-REG-HEADING THRU 2800-EXIT
003156     END-IF.
003157     MOVE DTR-DEPT-CODE TO WS-REG-DEPT-CODE.
003158     EVALUATE TRUE
003159         WHEN DTR-ADD
003160             MOVE 'ADD   ' TO WS-REG-ACTION
003170         WHEN DTR-CHANGE
003180             MOVE 'CHANGE' TO WS-REG-ACTION
003190         WHEN DTR-DELETE
003200             MOVE 'DELETE' TO WS-REG-ACTION
003201         WHEN DTR-REORG
003202             MOVE 'REORG ' TO WS-REG-ACTION
003210     END-EVALUATE.
003220     EVALUATE TRUE
003225         WHEN DTR-DELETE
003230             MOVE DEP-NAME        TO WS-REG-DEPT-NAME
003240             MOVE DEP-MANAGER     TO WS-REG-MANAGER
003250             MOVE DEP-ACTIVE-FLAG TO WS-REG-FLAG
003251         WHEN DTR-REORG
003253             MOVE SPACES          TO WS-REG-DEPT-NAME
003254             STRING 'TO ' DELIMITED BY SIZE
003255                    DTR-TO-DEPT-CODE DELIMITED BY SIZE
003256                    ' EFF ' DELIMITED BY SIZE
003257                    DTR-REORG-EFF-DATE DELIMITED BY SIZE
003258                 INTO WS-REG-DEPT-NAME
003259             MOVE DEP-MANAGER     TO WS-REG-MANAGER
003260             MOVE DEP-ACTIVE-FLAG TO WS-REG-FLAG
003261         WHEN OTHER
003270             MOVE DTR-DEPT-NAME   TO WS-REG-DEPT-NAME
003280             MOVE DTR-MANAGER     TO WS-REG-MANAGER
003290             MOVE DTR-ACTIVE-FLAG TO WS-REG-FLAG
003300     END-EVALUATE.
003301     IF DEP-NO-BUDGET
003302         MOVE SPACES              TO WS-REG-AUTH-HEADCOUNT-X
003303         MOVE 'NONE'              TO WS-REG-BUDGET-EFF-DATE
003304     ELSE
003305         MOVE DEP-AUTH-HEADCOUNT  TO WS-REG-AUTH-HEADCOUNT
003306         MOVE DEP-BUDGET-EFF-DATE TO WS-REG-BUDGET-EFF-DATE
003307     END-IF.
003310     WRITE REG-RECORD FROM WS-REG-DETAIL-LINE
003320         AFTER ADVANCING 1 LINE.
003330     ADD 1 TO WS-LINE-CTR.
003340 2700-EXIT.
003350     EXIT.
003360
003361*****************************************************************
003362*    2750-PRINT-REG-MOVED
003363*    PRINTS ONE REGISTER LINE UNDER THE CURRENT REORG FOR THE
003364*    EMPLOYEE WHOSE CHANGE CARD WAS JUST WRITTEN.
003365*****************************************************************
003366 2750-PRINT-REG-MOVED.
003367     IF WS-LINE-CTR >= WS-MAX-LINES
003368         PERFORM 2800-PRINT-REG-HEADING THRU 2800-EXIT
003369     END-IF.
003370     MOVE EMP-ID           TO WS-MVD-EMP-ID.
003371     MOVE SPACES           TO WS-MVD-EMP-NAME.
003372     STRING EMP-FIRST-NAME DELIMITED BY '  '
003373            ' '            DELIMITED BY SIZE
003374            EMP-LAST-NAME  DELIMITED BY '  '
003375         INTO WS-MVD-EMP-NAME.
003376     MOVE DTR-DEPT-CODE    TO WS-MVD-FROM-DEPT.
003377     MOVE DTR-TO-DEPT-CODE TO WS-MVD-TO-DEPT.
003378     WRITE REG-RECORD FROM WS-REG-MOVED-LINE
003379         AFTER ADVANCING 1 LINE.
003380     ADD 1 TO WS-LINE-CTR.
003381 2750-EXIT.
003382     EXIT.
003383
003384 2800-PRINT-REG-HEADING.
003385     ADD 1 TO WS-PAGE-NBR.
003390     MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
003400     MOVE WS-PAGE-NBR TO WS-HDR-PAGE-NBR.
003410     WRITE REG-RECORD FROM WS-REG-HEADING-LINE
003460 2800-EXIT.
003470     EXIT.
003480
003481*****************************************************************
003482*    2900-CHECK-DEPT-IN-USE
003483*    COUNTS THE EMPLOYEES STILL CARRYING THE TRANSACTION
003484*    DEPARTMENT - EVERY EMPLOYEE FOR A DELETE, ALL BUT THE
003485*    TERMINATED FOR AN INACTIVATE.  A DEPARTMENT WITH A VALID
003486*    REORG IN THE DECK, OR WITH NO EMPLOYEE MASTER TO COUNT, IS
003487*    NOT IN USE.
003488*****************************************************************
003489 2900-CHECK-DEPT-IN-USE.
003490     SET DEPT-NOT-IN-USE TO TRUE.
003491     MOVE ZERO TO WS-IN-USE-COUNT.
003493     PERFORM 2910-FIND-REORG THRU 2910-EXIT.
003495     IF REORG-TABLED
003497         GO TO 2900-EXIT
003499     END-IF.
003501     OPEN INPUT EMPLOYEE-MASTER.
003502     IF NOT WS-EMP-FILE-OK
003503         GO TO 2900-EXIT
003504     END-IF.
003505     SET EMP-NOT-EOF TO TRUE.
003506     PERFORM 2650-READ-EMPLOYEE THRU 2650-EXIT.
003507     PERFORM 2950-COUNT-ONE     THRU 2950-EXIT
003508         UNTIL EMP-EOF.
003509     CLOSE EMPLOYEE-MASTER.
003510     IF WS-IN-USE-COUNT > ZERO
003511         SET DEPT-IN-USE TO TRUE
003512     END-IF.
003513 2900-EXIT.
003514     EXIT.
003515
003516*****************************************************************
003517*    2910-FIND-REORG
003518*    LOOKS UP THE TRANSACTION DEPARTMENT IN THE REORG TABLE.
003519*****************************************************************
003520 2910-FIND-REORG.
003521     SET REORG-NOT-TABLED TO TRUE.
003522     SET WS-REORG-IDX TO 1.
003523     SEARCH WS-REORG-ENTRY
003524         AT END
003525             CONTINUE
003526         WHEN WS-REORG-IDX > WS-REORG-TBL-COUNT
003527             CONTINUE
003528         WHEN WS-RRG-FROM-DEPT (WS-REORG-IDX) = DTR-DEPT-CODE
003529             SET REORG-TABLED TO TRUE
003530     END-SEARCH.
003531 2910-EXIT.
003532     EXIT.
003533
003534 2950-COUNT-ONE.
003535     IF EMP-DEPT-CODE = DTR-DEPT-CODE
003536       AND (DTR-DELETE OR NOT EMP-TERMINATED)
003537         ADD 1 TO WS-IN-USE-COUNT
003538     END-IF.
003539     PERFORM 2650-READ-EMPLOYEE THRU 2650-EXIT.
003540 2950-EXIT.
003541     EXIT.
003542
003543*****************************************************************
003544*    9000-TERMINATE
003545*    DISPLAYS RUN TOTALS AND CLOSES ALL FILES USED BY THE RUN.
003546*****************************************************************
003547 9000-TERMINATE.
003548     DISPLAY "DEPMAINT - ADDS: "    WS-ADD-COUNT
003550         "  CHANGES: "              WS-CHANGE-COUNT
003560         "  DELETES: "              WS-DELETE-COUNT
003570         "  REJECTS: "              WS-REJECT-COUNT.
003571     DISPLAY "DEPMAINT - REORGS: "  WS-REORG-COUNT
003572         "  EMPLOYEES MOVED: "      WS-MOVED-COUNT.
003580     PERFORM 9100-PRINT-REG-TOTALS THRU 9100-EXIT.
003590     CLOSE DEPT-MASTER
003600           DEPT-TRANS
003605           CORR-TRANS-FILE
003610           DEPT-REGISTER.
003620 9000-EXIT.
003630     EXIT.
003760     MOVE WS-REJECT-COUNT TO WS-REG-TOT-REJECTS.
003770     WRITE REG-RECORD FROM WS-REG-TOTAL-LINE
003780         AFTER ADVANCING 2 LINES.
003781     MOVE WS-REORG-COUNT  TO WS-REG-TOT-REORGS.
003782     MOVE WS-MOVED-COUNT  TO WS-REG-TOT-MOVED.
003783     WRITE REG-RECORD FROM WS-REG-REORG-LINE
003784         AFTER ADVANCING 1 LINE.
003790     WRITE REG-RECORD FROM WS-REG-TRAILER-LINE
003800         AFTER ADVANCING 2 LINES.
003810 9100-EXIT.
