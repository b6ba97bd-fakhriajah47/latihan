001119*                     DATE - PRIOR-RUN BASELINE, AUDIT, REJECT,
001129*                     AND ERROR-LOG STAMPS INCLUDED - IS AN
001139*                     8-DIGIT CENTURY DATE.
001140*    2026-10-15 DLW   CALC-FACTORIAL NOW TAKES EACH EMPLOYEE'S N
001141*                     FROM THE FACTORIAL ASSIGNMENT FILE KEYED BY
001142*                     EMP-ID (MAINTAINED BY FASMAINT) INSTEAD OF
001143*                     PAIRING CONTROL-FILE N CARDS WITH ROSTER
001144*                     NAMES BY POSITION; THE EXTRACT ROW AND THE
001145*                     CHECKPOINT CARRY THE EMP-ID, AND AN
001146*                     ASSIGNMENT FOR AN EMPLOYEE NOT ON THE ACTIVE
001147*                     ROSTER IS SKIPPED AND COUNTED.
001148*    2026-10-15 DLW   THE RUN-CONTROL PREDECESSOR IS NOW THE
001149*                     MSTCOMP MASTER CHANGE VERIFICATION, SO AN
001150*                     UNEXPLAINED MASTER CHANGE HOLDS THE STEP.
001151*    2026-10-15 DLW   CONTROL-FILE NOW ALSO TAKES FACT, PERM AND
001152*                     COMB CALCULATION CARDS CARRYING N AND R;
001153*                     EACH IS COMPUTED THROUGH FACTCALC AFTER
001154*                     THE EMPLOYEE ASSIGNMENTS AND FED TO THE
001155*                     EXTRACT WITH A BLANK EMPLOYEE ID.  THE
001156*                     CHECKPOINT, ERROR LOG AND EXTRACT ROW
001157*                     CARRY THE CALCULATION TYPE, N AND R, AND
001158*                     THE SUMMARY TRAILER COUNTS EACH TYPE AND
001159*                     NAMES THE CALCULATION BEHIND THE MIN AND
001160*                     MAX.  A BAD CALCULATION CARD GIVES RETURN
001161*                     CODE 4.
001162*****************************************************************
001163
001169 ENVIRONMENT DIVISION.
001179 CONFIGURATION SECTION.
001189 SOURCE-COMPUTER.   IBM-370.
001489     SELECT EXTRACT-FILE    ASSIGN TO XTRFILE
001499         ORGANIZATION IS LINE SEQUENTIAL.
001509     SELECT SORT-FILE       ASSIGN TO SORTWK.
001510     SELECT FACT-ASSIGN     ASSIGN TO FACTASGN
001511         ORGANIZATION IS INDEXED
001512         ACCESS MODE IS SEQUENTIAL
001513         RECORD KEY IS FAS-EMP-ID
001514         FILE STATUS IS WS-FAS-FILE-STATUS.
001519     SELECT BALANCE-FILE    ASSIGN TO BALFILE
001529         ORGANIZATION IS LINE SEQUENTIAL
001539         FILE STATUS IS WS-BAL-FILE-STATUS.
002039     LABEL RECORDS ARE STANDARD.
002049     COPY BALREC.
002059
002060 FD  FACT-ASSIGN
002061     LABEL RECORDS ARE STANDARD.
002062     COPY FASREC.
002063
002069 SD  SORT-FILE.
002079 01  SRT-RECORD.
002089     05  SRT-DEPT-CODE               PIC X(03).
002469     05  WS-PRIOR-RUN-SW             PIC X(01)   VALUE 'N'.
002479         88  PRIOR-RUN-FOUND                      VALUE 'Y'.
002489         88  PRIOR-RUN-NOT-FOUND                   VALUE 'N'.
002490     05  WS-ASSIGN-EOF-SW            PIC X(01)   VALUE 'N'.
002491         88  ASSIGN-EOF                           VALUE 'Y'.
002492         88  ASSIGN-NOT-EOF                        VALUE 'N'.
002493     05  WS-ROSTER-MATCH-SW          PIC X(01)   VALUE 'N'.
002494         88  ROSTER-MATCHED                       VALUE 'Y'.
002495         88  ROSTER-NOT-MATCHED                   VALUE 'N'.
002499
002509
002519 01  WS-CHK-FILE-STATUS              PIC X(02)   VALUE '00'.
002709
002719 01  WS-DEPT-FILE-STATUS             PIC X(02)   VALUE '00'.
002729     88  WS-DEPT-FILE-OK                          VALUE '00'.
002730
002731 01  WS-FAS-FILE-STATUS              PIC X(02)   VALUE '00'.
002732     88  WS-FAS-FILE-OK                           VALUE '00'.
002733     88  WS-FAS-FILE-NOT-FOUND                    VALUE '35'.
002739
002749 01  WS-DEPT-MAST-SW                 PIC X(01)   VALUE 'N'.
002759     88  DEPT-MAST-AVAILABLE                      VALUE 'Y'.
002969     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
002979     05  WS-OVERFLOW-COUNT           PIC 9(05) COMP VALUE ZERO.
002989     05  WS-FACT-ATTEMPTS            PIC 9(05) COMP VALUE ZERO.
002990     05  WS-UNMATCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
002994     05  WS-CALC-ERROR-COUNT         PIC 9(05) COMP VALUE ZERO.
002999
003009
003019*****************************************************************
003029*    FACTORIAL CHECKPOINT TABLE - ONE ENTRY PER EMPLOYEE
003039*    ASSIGNMENT ALREADY COMPLETED ON A PRIOR RUN, LOADED ON A
003040*    RESTART.
003049*****************************************************************
003059 01  WS-CKPT-COUNT                   PIC 9(03) COMP VALUE ZERO.
003069 01  WS-CKPT-MATCH-STATUS            PIC X(08)   VALUE SPACES.
003079 01  WS-CHECKPOINT-TABLE.
003089     05  WS-CKPT-ENTRY       OCCURS 999 TIMES
003099                             INDEXED BY WS-CKPT-IDX.
003109         10  WS-CKPT-EMP-ID          PIC X(05) VALUE SPACES.
003110         10  WS-CKPT-CALC-TYPE       PIC X(01) VALUE SPACES.
003111         10  WS-CKPT-N               PIC 9(03) VALUE ZERO.
003114         10  WS-CKPT-R               PIC 9(03) VALUE ZERO.
003119         10  WS-CKPT-STATUS          PIC X(08) VALUE SPACES.
003129         10  WS-CKPT-RESULT          PIC 9(31) VALUE ZERO.
003130
003131*****************************************************************
003132*    CALCULATION CARD TABLE - ONE ENTRY PER VALID FACT, PERM OR
003133*    COMB CARD ON CONTROL-FILE, COMPUTED AFTER THE EMPLOYEE
003134*    ASSIGNMENTS.
003135*****************************************************************
003136 01  WS-CALC-CARD-COUNT              PIC 9(03) COMP VALUE ZERO.
003137 01  WS-CALC-CARD-TABLE.
003138     05  WS-CALC-CARD-ENTRY  OCCURS 999 TIMES
003139                             INDEXED BY WS-CARD-IDX.
003140         10  WS-CARD-CALC-TYPE       PIC X(01) VALUE SPACES.
003141         10  WS-CARD-N               PIC 9(03) VALUE ZERO.
003142         10  WS-CARD-R               PIC 9(03) VALUE ZERO.
003143
003144*****************************************************************
003145*    CURRENT CALCULATION REQUEST - AN EMPLOYEE'S ASSIGNED
003146*    FACTORIAL OR ONE CALCULATION CARD.  THE EMPLOYEE ID IS
003147*    BLANK FOR A CALCULATION CARD.
003148*****************************************************************
003149 01  WS-CALC-REQUEST.
003150     05  WS-REQ-KEY.
003151         10  WS-REQ-CALC-TYPE        PIC X(01).
003152             88  REQ-FACTORIAL                VALUE 'F'.
003153             88  REQ-PERMUTATION              VALUE 'P'.
003154             88  REQ-COMBINATION              VALUE 'C'.
003155         10  WS-REQ-N                PIC 9(03).
003156         10  WS-REQ-R                PIC 9(03).
003157     05  WS-REQ-EMP-ID               PIC X(05).
003158     05  WS-REQ-DESC                 PIC X(30).
003159     05  WS-REQ-OUTCOME              PIC X(45).
003160     05  WS-REQ-MESSAGE              PIC X(80).
003161
003162*****************************************************************
003163*    ROSTER VALIDATION WORK AREAS
003169*****************************************************************
003179 01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
003189
003219     05  WS-SEEN-NAME-ENTRY  OCCURS 999 TIMES
003229                             INDEXED BY WS-SEEN-IDX
003239                             PIC X(35)              VALUE SPACES.
003240
003241*****************************************************************
003242*    ACTIVE ROSTER TABLE - EVERY ACTIVE EMPLOYEE THAT PASSED
003243*    VALIDATION, BY EMP-ID, SO EACH FACTORIAL ASSIGNMENT IS
003244*    MATCHED TO ITS EMPLOYEE BY KEY RATHER THAN BY POSITION.
003245*****************************************************************
003246 01  WS-ACTIVE-COUNT                 PIC 9(03) COMP VALUE ZERO.
003247 01  WS-ASSIGN-EMP-NAME              PIC X(35)   VALUE SPACES.
003248 01  WS-ACTIVE-TABLE.
003249     05  WS-ACTIVE-ENTRY     OCCURS 999 TIMES
003250                             INDEXED BY WS-ACTIVE-IDX.
003251         10  WS-ACTIVE-EMP-ID        PIC X(05) VALUE SPACES.
003252         10  WS-ACTIVE-EMP-NAME      PIC X(35) VALUE SPACES.
003253
003259*****************************************************************
003269*    RUN-HISTORY AUDIT WORK AREAS
003279*****************************************************************
003299     05  WS-RUN-TIME                 PIC 9(06).
003309     05  WS-N-LIST                   PIC X(120) VALUE SPACES.
003319     05  WS-N-LIST-PTR               PIC 9(03) VALUE 1.
003324     05  WS-N-LIST-ITEM              PIC X(08) VALUE SPACES.
003329     05  WS-ROSTER-COUNT             PIC 9(05) VALUE ZERO.
003339     05  WS-RUN-STATUS               PIC X(12) VALUE 'COMPLETE'.
003349*****************************************************************
003919     05  WS-FACT-SUM-OVFL-SW         PIC X(01)         VALUE 'N'.
003929         88  FACT-SUM-OVERFLOWED                       VALUE 'Y'.
003939     05  WS-FACT-AVERAGE             PIC 9(31)         VALUE ZERO.
003940     05  WS-FACT-MIN-REQ.
003941         10  WS-FACT-MIN-CALC-TYPE   PIC X(01)       VALUE SPACES.
003942         10  WS-FACT-MIN-N           PIC 9(03)       VALUE ZERO.
003943         10  WS-FACT-MIN-R           PIC 9(03)       VALUE ZERO.
003944     05  WS-FACT-MAX-REQ.
003945         10  WS-FACT-MAX-CALC-TYPE   PIC X(01)       VALUE SPACES.
003946         10  WS-FACT-MAX-N           PIC 9(03)       VALUE ZERO.
003947         10  WS-FACT-MAX-R           PIC 9(03)       VALUE ZERO.
003948     05  WS-CALC-F-COUNT             PIC 9(05) COMP    VALUE ZERO.
003949     05  WS-CALC-P-COUNT             PIC 9(05) COMP    VALUE ZERO.
003950     05  WS-CALC-C-COUNT             PIC 9(05) COMP    VALUE ZERO.
003951
003959 01  WS-SUMMARY-LINE-1.
003969     05  FILLER PIC X(26) VALUE 'EMPLOYEES GREETED ON FILE:'.
003979     05  WS-SUM-ROSTER-COUNT         PIC ZZZZ9.
003999
004009 01  WS-SUMMARY-LINE-2.
004019     05  FILLER                      PIC X(22) VALUE
004029         'RESULTS COMPUTED:    '.
004039     05  WS-SUM-FACT-COUNT           PIC ZZZZ9.
004049     05  FILLER                      PIC X(53) VALUE SPACES.
004059
004069 01  WS-SUMMARY-LINE-MIN.
004079     05  FILLER                      PIC X(15) VALUE
004089         'RESULT MIN:    '.
004099     05  WS-SUM-FACT-MIN             PIC Z(30)9.
004100     05  FILLER                      PIC X(02) VALUE SPACES.
004101     05  WS-SUM-MIN-REQ.
004102         10  WS-SUM-MIN-CALC-TYPE    PIC X(01).
004103         10  FILLER                  PIC X(03) VALUE ' N='.
004104         10  WS-SUM-MIN-N            PIC 9(03).
004105         10  FILLER                  PIC X(03) VALUE ' R='.
004106         10  WS-SUM-MIN-R            PIC 9(03).
004109     05  FILLER                      PIC X(19) VALUE SPACES.
004119
004129 01  WS-SUMMARY-LINE-MAX.
004139     05  FILLER                      PIC X(15) VALUE
004149         'RESULT MAX:    '.
004159     05  WS-SUM-FACT-MAX             PIC Z(30)9.
004160     05  FILLER                      PIC X(02) VALUE SPACES.
004161     05  WS-SUM-MAX-REQ.
004162         10  WS-SUM-MAX-CALC-TYPE    PIC X(01).
004163         10  FILLER                  PIC X(03) VALUE ' N='.
004164         10  WS-SUM-MAX-N            PIC 9(03).
004165         10  FILLER                  PIC X(03) VALUE ' R='.
004166         10  WS-SUM-MAX-R            PIC 9(03).
004169     05  FILLER                      PIC X(19) VALUE SPACES.
004179
004189 01  WS-SUMMARY-LINE-AVG.
004199     05  FILLER                      PIC X(15) VALUE
004209         'RESULT AVG:    '.
004219     05  WS-SUM-FACT-AVG             PIC Z(30)9.
004229     05  FILLER                      PIC X(34) VALUE SPACES.
004239
004249 01  WS-SUMMARY-LINE-AVG-NC.
004259     05  FILLER                      PIC X(15) VALUE
004269         'RESULT AVG:    '.
004279     05  FILLER      PIC X(36) VALUE
004289         'NOT COMPUTED - SUM EXCEEDS 31 DIGITS'.
004299     05  FILLER                      PIC X(29) VALUE SPACES.
004379     05  FILLER PIC X(26) VALUE 'UNCHANGED SKIPPED (DELTA):'.
004389     05  WS-SUM-DELTA-SKIP           PIC ZZZZ9.
004399     05  FILLER                      PIC X(49) VALUE SPACES.
004400
004401 01  WS-SUMMARY-LINE-5.
004402     05  FILLER PIC X(26) VALUE 'ASSIGNMENTS NOT ON ROSTER:'.
004403     05  WS-SUM-UNMATCHED            PIC ZZZZ9.
004404     05  FILLER                      PIC X(49) VALUE SPACES.
004405
004406 01  WS-SUMMARY-LINE-6.
004407     05  FILLER PIC X(26) VALUE '  FACTORIALS:             '.
004408     05  WS-SUM-CALC-F-COUNT         PIC ZZZZ9.
004409     05  FILLER                      PIC X(49) VALUE SPACES.
004410
004411 01  WS-SUMMARY-LINE-7.
004412     05  FILLER PIC X(26) VALUE '  PERMUTATIONS:           '.
004413     05  WS-SUM-CALC-P-COUNT         PIC ZZZZ9.
004414     05  FILLER                      PIC X(49) VALUE SPACES.
004415
004416 01  WS-SUMMARY-LINE-8.
004417     05  FILLER PIC X(26) VALUE '  COMBINATIONS:           '.
004418     05  WS-SUM-CALC-C-COUNT         PIC ZZZZ9.
004419     05  FILLER                      PIC X(49) VALUE SPACES.
004420
004421 01  WS-SUMMARY-LINE-9.
004422     05  FILLER PIC X(26) VALUE 'CALCULATION CARDS IN ERROR'.
004423     05  WS-SUM-CALC-ERROR           PIC ZZZZ9.
004424     05  FILLER                      PIC X(49) VALUE SPACES.
004425
004426
004429*****************************************************************
004439*    ROSTER EXCEPTION (REJECT) LINE
004449*****************************************************************
005639
005649*****************************************************************
005659*    1300-LOAD-PARAMETERS
005669*    READS CONTROL-FILE TO PICK UP KEYWORD PARAMETER CARDS
005679*    (REJTOL / OVRTOL / RUNMODE) AND TO TABLE THE FACT / PERM /
005684*    COMB CALCULATION CARDS.  THE N FOR EACH EMPLOYEE NOW
005689*    COMES FROM THE FACTORIAL ASSIGNMENT FILE, SO A NUMERIC N
005690*    CARD STILL ON CONTROL-FILE IS NOTED AND IGNORED.
005699*****************************************************************
005709 1300-LOAD-PARAMETERS.
005719     PERFORM 3100-READ-CONTROL   THRU 3100-EXIT.
005729     PERFORM 1320-SCAN-PARM-CARD THRU 1320-EXIT
005739         UNTIL CONTROL-EOF.
005749     CLOSE CONTROL-FILE.
005779 1300-EXIT.
005789     EXIT.
005799
006019                     DISPLAY "EXAMPLE - BAD RUNMODE VALUE: "
006029                         CTL-PARM-VALUE
006039                 END-IF
006042             WHEN CTL-CALC-TYPE-CARD
006045                 PERFORM 1340-TABLE-CALC-CARD THRU 1340-EXIT
006049             WHEN OTHER
006059                 DISPLAY "EXAMPLE - UNRECOGNIZED PARAMETER "
006069                     "CARD: " CTL-PARM-KEYWORD
006079         END-EVALUATE
006080     ELSE
006081         DISPLAY "EXAMPLE - N CARD IGNORED, N IS TAKEN FROM "
006082             "THE ASSIGNMENT FILE: " CTL-FACTORIAL-N
006089     END-IF.
006099     PERFORM 3100-READ-CONTROL THRU 3100-EXIT.
006109 1320-EXIT.
006119     EXIT.
006120
006121*****************************************************************
006122*    1340-TABLE-CALC-CARD
006123*    VALIDATES ONE CALCULATION CARD AND TABLES IT FOR
006124*    3000-CALC-FACTORIAL.  N MUST BE NUMERIC; ON A PERM OR COMB
006125*    CARD R MUST BE NUMERIC AND NOT ABOVE N.  R IS NOT USED ON
006126*    A FACT CARD.  A BAD CARD IS NAMED ON THE CONSOLE AND
006127*    COUNTED, AND IS NOT COMPUTED.
006128*****************************************************************
006129 1340-TABLE-CALC-CARD.
006130     IF CTL-CALC-N IS NOT NUMERIC
006131         GO TO 1340-BAD-CARD
006132     END-IF.
006133     IF NOT CTL-FACT-CARD
006134         IF CTL-CALC-R IS NOT NUMERIC
006135           OR CTL-CALC-R-NUM > CTL-CALC-N-NUM
006136             GO TO 1340-BAD-CARD
006137         END-IF
006138     END-IF.
006139     IF WS-CALC-CARD-COUNT >= 999
006140         DISPLAY "EXAMPLE - CALCULATION CARD TABLE FULL, CARD "
006141             "IGNORED: " CTL-CALC-CARD
006142         ADD 1 TO WS-CALC-ERROR-COUNT
006143         GO TO 1340-EXIT
006144     END-IF.
006145     ADD 1 TO WS-CALC-CARD-COUNT.
006146     SET WS-CARD-IDX TO WS-CALC-CARD-COUNT.
006147     MOVE CTL-CALC-N-NUM TO WS-CARD-N (WS-CARD-IDX).
006148     EVALUATE TRUE
006149         WHEN CTL-PERM-CARD
006150             MOVE 'P' TO WS-CARD-CALC-TYPE (WS-CARD-IDX)
006151             MOVE CTL-CALC-R-NUM TO WS-CARD-R (WS-CARD-IDX)
006152         WHEN CTL-COMB-CARD
006153             MOVE 'C' TO WS-CARD-CALC-TYPE (WS-CARD-IDX)
006154             MOVE CTL-CALC-R-NUM TO WS-CARD-R (WS-CARD-IDX)
006155         WHEN OTHER
006156             MOVE 'F' TO WS-CARD-CALC-TYPE (WS-CARD-IDX)
006157             MOVE ZERO TO WS-CARD-R (WS-CARD-IDX)
006158     END-EVALUATE.
006159     GO TO 1340-EXIT.
006160 1340-BAD-CARD.
006161     DISPLAY "EXAMPLE - BAD CALCULATION CARD, N OR R NOT "
006162         "NUMERIC OR R ABOVE N: " CTL-CALC-CARD.
006163     ADD 1 TO WS-CALC-ERROR-COUNT.
006164 1340-EXIT.
006165     EXIT.
006166
006167*****************************************************************
006168*    1100-LOAD-CHECKPOINTS
006169*    LOADS ANY CHECKPOINT RECORDS LEFT BY AN ABENDED PRIOR RUN OF
006170*    THIS SAME ASSIGNMENT FILE INTO WS-CHECKPOINT-TABLE, SO 3200-
006179*    PROCESS-ASSIGNMENT CAN SKIP ASSIGNMENTS ALREADY DONE. TOUCH-
006189*    CREATES CHECKPOINT-FILE IF THIS IS THE VERY FIRST RUN.
006199*****************************************************************
006209 1100-LOAD-CHECKPOINTS.
006429 1160-SCAN-CHECKPOINT.
006439     IF WS-CKPT-COUNT < 999
006449         ADD 1 TO WS-CKPT-COUNT
006450         MOVE CHK-EMP-ID   TO WS-CKPT-EMP-ID  (WS-CKPT-COUNT)
006459         MOVE CHK-N-VALUE  TO WS-CKPT-N      (WS-CKPT-COUNT)
006460         IF CHK-CALC-TYPE = SPACE
006461             MOVE 'F'      TO WS-CKPT-CALC-TYPE (WS-CKPT-COUNT)
006462         ELSE
006463             MOVE CHK-CALC-TYPE
006464                           TO WS-CKPT-CALC-TYPE (WS-CKPT-COUNT)
006465         END-IF
006466         IF CHK-R-VALUE IS NUMERIC
006467             MOVE CHK-R-VALUE TO WS-CKPT-R   (WS-CKPT-COUNT)
006468         END-IF
006469         MOVE CHK-STATUS   TO WS-CKPT-STATUS  (WS-CKPT-COUNT)
006479         MOVE CHK-RESULT   TO WS-CKPT-RESULT  (WS-CKPT-COUNT)
006489     ELSE
006499         DISPLAY "EXAMPLE - CHECKPOINT TABLE FULL, "
006509             "ENTRY DISCARDED FOR EMPLOYEE: " CHK-EMP-ID
006519     END-IF.
006529     PERFORM 1150-READ-CHECKPOINT THRU 1150-EXIT.
006539 1160-EXIT.
007949       AND EMP-LAST-MAINT-DATE IS NUMERIC
007959       AND EMP-LAST-MAINT-DATE < WS-PRIOR-RUN-DATE
007969         ADD 1 TO WS-DELTA-SKIP-COUNT
007970         PERFORM 2040-REMEMBER-ACTIVE THRU 2040-EXIT
007979         GO TO 2030-READ-NEXT
007989     END-IF.
007999     PERFORM 2210-VALIDATE-EMPLOYEE THRU 2210-EXIT.
008009     IF EMPLOYEE-VALID
008010         PERFORM 2040-REMEMBER-ACTIVE THRU 2040-EXIT
008019         MOVE EMP-DEPT-CODE  TO SRT-DEPT-CODE
008029         MOVE EMP-ID         TO SRT-EMP-ID
008039         MOVE EMP-FIRST-NAME TO SRT-FIRST-NAME
008109     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
008119 2030-EXIT.
008129     EXIT.
008130
008131*****************************************************************
008132*    2040-REMEMBER-ACTIVE
008133*    ADDS THE CURRENT EMPLOYEE TO THE ACTIVE ROSTER TABLE THE
008134*    FACTORIAL ASSIGNMENTS ARE MATCHED AGAINST.  AN EMPLOYEE
008135*    LEFT OFF THE GREETING REPORT BY DELTA MODE IS STILL ON
008136*    THE ACTIVE ROSTER.
008137*****************************************************************
008138 2040-REMEMBER-ACTIVE.
008139     IF WS-ACTIVE-COUNT < 999
008140         ADD 1 TO WS-ACTIVE-COUNT
008141         MOVE EMP-ID   TO WS-ACTIVE-EMP-ID   (WS-ACTIVE-COUNT)
008142         MOVE EMP-NAME TO WS-ACTIVE-EMP-NAME (WS-ACTIVE-COUNT)
008143     ELSE
008144         DISPLAY "EXAMPLE - ACTIVE ROSTER TABLE FULL, "
008145             "EMPLOYEE NOT ELIGIBLE FOR EXTRACT: " EMP-ID
008146     END-IF.
008147 2040-EXIT.
008148     EXIT.
008149
008150 2100-READ-EMPLOYEE.
008159     READ EMPLOYEE-MASTER
008169         AT END
008179             SET EMPLOYEE-EOF TO TRUE
009619
009629*****************************************************************
009639*    3000-CALC-FACTORIAL
009649*    READS THE FACTORIAL ASSIGNMENT FILE IN EMP-ID SEQUENCE AND
009659*    COMPUTES THE FACTORIAL OF EACH EMPLOYEE'S ASSIGNED N IN
009669*    TURN, THEN EACH CALCULATION CARD IN CONTROL-FILE ORDER.
009670*    NO ASSIGNMENT FILE MEANS NO ASSIGNED FACTORIALS THIS RUN;
009671*    THE CALCULATION CARDS ARE STILL COMPUTED.
009672*****************************************************************
009679 3000-CALC-FACTORIAL.
009680     OPEN INPUT FACT-ASSIGN.
009681     IF NOT WS-FAS-FILE-OK
009682         DISPLAY "EXAMPLE - ASSIGNMENT FILE NOT AVAILABLE, "
009683             "STATUS: " WS-FAS-FILE-STATUS
009684             " - NO ASSIGNED FACTORIALS COMPUTED"
009685         GO TO 3000-CALC-CARDS
009686     END-IF.
009689     PERFORM 3110-READ-ASSIGNMENT     THRU 3110-EXIT.
009699     PERFORM 3200-PROCESS-ASSIGNMENT  THRU 3200-EXIT
009709         UNTIL ASSIGN-EOF.
009710     CLOSE FACT-ASSIGN.
009711 3000-CALC-CARDS.
009712     PERFORM 3900-PROCESS-CALC-CARD THRU 3900-EXIT
009713         VARYING WS-CARD-IDX FROM 1 BY 1
009714         UNTIL WS-CARD-IDX > WS-CALC-CARD-COUNT.
009719 3000-EXIT.
009729     EXIT.
009739
009799 3100-EXIT.
009809     EXIT.
009819
009820 3110-READ-ASSIGNMENT.
009821     READ FACT-ASSIGN
009822         AT END
009823             SET ASSIGN-EOF TO TRUE
009824     END-READ.
009825 3110-EXIT.
009826     EXIT.
009827
009829 3150-FIND-CHECKPOINT.
009839     SET CKPT-NOT-FOUND TO TRUE.
009849     SET WS-CKPT-IDX TO 1.
009869         AT END
009879             CONTINUE
009889         WHEN WS-CKPT-IDX <= WS-CKPT-COUNT
009890               AND WS-CKPT-EMP-ID (WS-CKPT-IDX) = WS-REQ-EMP-ID
009894               AND WS-CKPT-CALC-TYPE (WS-CKPT-IDX)
009896                     = WS-REQ-CALC-TYPE
009899               AND WS-CKPT-N (WS-CKPT-IDX) = WS-REQ-N
009904               AND WS-CKPT-R (WS-CKPT-IDX) = WS-REQ-R
009909             SET CKPT-FOUND TO TRUE
009919             MOVE WS-CKPT-STATUS (WS-CKPT-IDX)
009929                 TO WS-CKPT-MATCH-STATUS
009959 3150-EXIT.
009969     EXIT.
009979
009980*****************************************************************
009981*    3200-PROCESS-ASSIGNMENT
009982*    SETS UP ONE EMPLOYEE'S ASSIGNED FACTORIAL AS THE CURRENT
009983*    CALCULATION REQUEST AND RUNS IT.  AN ASSIGNMENT
009984*    WHOSE EMPLOYEE IS NOT ON THE ACTIVE ROSTER - INACTIVE,
009985*    REJECTED, OR NO LONGER ON THE MASTER - IS SKIPPED AND
009986*    COUNTED, SO NO OTHER EMPLOYEE'S ROW IS DISTURBED.
009987*****************************************************************
009989 3200-PROCESS-ASSIGNMENT.
009999     IF FAS-FACTORIAL-N IS NOT NUMERIC
010000         DISPLAY "EXAMPLE - ASSIGNED N NOT NUMERIC FOR "
010001             "EMPLOYEE: " FAS-EMP-ID
010009         GO TO 3200-READ-NEXT
010029     END-IF.
010030     PERFORM 3250-FIND-ACTIVE-EMPLOYEE THRU 3250-EXIT.
010031     IF ROSTER-NOT-MATCHED
010032         ADD 1 TO WS-UNMATCHED-COUNT
010033         DISPLAY "EXAMPLE - ASSIGNMENT SKIPPED, EMPLOYEE NOT ON "
010034             "ACTIVE ROSTER: " FAS-EMP-ID
010035         GO TO 3200-READ-NEXT
010036     END-IF.
010046     MOVE 'F'             TO WS-REQ-CALC-TYPE.
010056     MOVE FAS-FACTORIAL-N TO WS-REQ-N.
010066     MOVE ZERO            TO WS-REQ-R.
010076     MOVE FAS-EMP-ID      TO WS-REQ-EMP-ID.
010086     MOVE SPACES          TO WS-REQ-DESC.
010096     STRING 'Factorial of ' FAS-FACTORIAL-N ' FOR ' FAS-EMP-ID
010106         DELIMITED BY SIZE
010116         INTO WS-REQ-DESC.
010126     PERFORM 3260-RUN-REQUEST THRU 3260-EXIT.
010400 3200-READ-NEXT.
010409     PERFORM 3110-READ-ASSIGNMENT THRU 3110-EXIT.
010419 3200-EXIT.
010429     EXIT.
010430
010431*****************************************************************
010432*    3250-FIND-ACTIVE-EMPLOYEE
010433*    LOOKS UP THE ASSIGNMENT'S EMP-ID ON THE ACTIVE ROSTER TABLE
010434*    AND SAVES THE EMPLOYEE NAME FOR THE EXTRACT ROW.
010435*****************************************************************
010436 3250-FIND-ACTIVE-EMPLOYEE.
010437     SET ROSTER-NOT-MATCHED TO TRUE.
010438     MOVE SPACES TO WS-ASSIGN-EMP-NAME.
010439     SET WS-ACTIVE-IDX TO 1.
010440     SEARCH WS-ACTIVE-ENTRY
010441         AT END
010442             CONTINUE
010443         WHEN WS-ACTIVE-IDX <= WS-ACTIVE-COUNT
010444           AND WS-ACTIVE-EMP-ID (WS-ACTIVE-IDX) = FAS-EMP-ID
010445             SET ROSTER-MATCHED TO TRUE
010446             MOVE WS-ACTIVE-EMP-NAME (WS-ACTIVE-IDX)
010447                 TO WS-ASSIGN-EMP-NAME
010448     END-SEARCH.
010449 3250-EXIT.
010450     EXIT.
010451
010452*****************************************************************
010453*    3260-RUN-REQUEST
010454*    COMPUTES THE CURRENT CALCULATION REQUEST, OR RESTORES IT
010455*    FROM THE CHECKPOINT OF AN ABENDED PRIOR RUN, AND FEEDS A
010456*    RESULT TO THE SUMMARY STATISTICS AND THE EXTRACT.
010457*****************************************************************
010458 3260-RUN-REQUEST.
010459     ADD 1 TO WS-FACT-ATTEMPTS.
010460     PERFORM 3150-FIND-CHECKPOINT THRU 3150-EXIT.
010461     IF CKPT-FOUND
010462         MOVE 'ALREADY COMPLETE - RESTORED FROM CHECKPOINT'
010463             TO WS-REQ-OUTCOME
010464         PERFORM 3270-DISPLAY-REQUEST THRU 3270-EXIT
010465         IF WS-CKPT-MATCH-STATUS = 'OVERFLOW'
010466             SET OVERFLOW-OCCURRED TO TRUE
010467             ADD 1 TO WS-OVERFLOW-COUNT
010468         ELSE
010469             SET NO-OVERFLOW TO TRUE
010470             PERFORM 3600-UPDATE-FACTORIAL-STATS THRU 3600-EXIT
010471             PERFORM 3700-WRITE-EXTRACT THRU 3700-EXIT
010472         END-IF
010473     ELSE
010474         MOVE 1 TO FACTORIAL-RESULT
010475         SET NO-OVERFLOW TO TRUE
010476         PERFORM 3300-FACTORIAL-CALC THRU 3300-EXIT
010477         IF OVERFLOW-OCCURRED
010478             MOVE '*** OVERFLOW - SEE ERROR LOG ***'
010479                 TO WS-REQ-OUTCOME
010480             PERFORM 3270-DISPLAY-REQUEST THRU 3270-EXIT
010481         ELSE
010482             MOVE FACTORIAL-RESULT TO WS-REQ-OUTCOME
010483             PERFORM 3270-DISPLAY-REQUEST THRU 3270-EXIT
010484             PERFORM 3600-UPDATE-FACTORIAL-STATS THRU 3600-EXIT
010485             PERFORM 3700-WRITE-EXTRACT THRU 3700-EXIT
010486         END-IF
010487         PERFORM 3500-WRITE-CHECKPOINT THRU 3500-EXIT
010488     END-IF.
010489     PERFORM 3280-NOTE-N-LIST THRU 3280-EXIT.
010490 3260-EXIT.
010491     EXIT.
010492
010493 3270-DISPLAY-REQUEST.
010494     MOVE SPACES TO WS-REQ-MESSAGE.
010495     STRING WS-REQ-DESC    DELIMITED BY '  '
010496            ': '           DELIMITED BY SIZE
010497            WS-REQ-OUTCOME DELIMITED BY SIZE
010498         INTO WS-REQ-MESSAGE.
010499     DISPLAY WS-REQ-MESSAGE.
010500 3270-EXIT.
010501     EXIT.
010502
010503*****************************************************************
010504*    3280-NOTE-N-LIST
010505*    ADDS THE CURRENT REQUEST TO THE N LIST ON THE AUDIT
010506*    RECORD - THE N ALONE FOR A FACTORIAL, TYPE N/R (E.G.
010507*    P030/005) FOR A PERMUTATION OR COMBINATION.
010508*****************************************************************
010509 3280-NOTE-N-LIST.
010510     MOVE SPACES TO WS-N-LIST-ITEM.
010511     IF REQ-FACTORIAL
010512         MOVE WS-REQ-N TO WS-N-LIST-ITEM
010513     ELSE
010514         STRING WS-REQ-CALC-TYPE WS-REQ-N '/' WS-REQ-R
010515             DELIMITED BY SIZE
010516             INTO WS-N-LIST-ITEM
010517     END-IF.
010518     STRING WS-N-LIST-ITEM  DELIMITED BY SPACE
010519          ' '              DELIMITED BY SIZE
010520          INTO WS-N-LIST
010521          WITH POINTER WS-N-LIST-PTR
010522          ON OVERFLOW
010523              IF WS-RUN-STATUS = 'COMPLETE'
010524                  MOVE 'COMPLETE-TRN' TO WS-RUN-STATUS
010525              END-IF
010526     END-STRING.
010527 3280-EXIT.
010528     EXIT.
010529
010530 3500-WRITE-CHECKPOINT.
010531     MOVE SPACES          TO CHK-RECORD.
010532     MOVE WS-REQ-N         TO CHK-N-VALUE.
010533     MOVE WS-REQ-EMP-ID    TO CHK-EMP-ID.
010534     MOVE WS-REQ-CALC-TYPE TO CHK-CALC-TYPE.
010535     MOVE WS-REQ-R         TO CHK-R-VALUE.
010536     IF OVERFLOW-OCCURRED
010537         MOVE 'OVERFLOW' TO CHK-STATUS
010538     ELSE
010539         MOVE 'COMPLETE' TO CHK-STATUS
010540     END-IF.
010541     MOVE FACTORIAL-RESULT TO CHK-RESULT.
010542     WRITE CHK-RECORD.
010549     IF WS-CHK-FILE-STATUS NOT = '00'
010559         DISPLAY "EXAMPLE - CHECKPOINT WRITE FAILED FOR: "
010569             WS-REQ-DESC
010570             " STATUS: " WS-CHK-FILE-STATUS
010579     END-IF.
010589 3500-EXIT.
010599     EXIT.
010609
010619*****************************************************************
010629*    3300-FACTORIAL-CALC
010639*    CALLS THE FACTCALC SUBPROGRAM TO COMPUTE THE REQUESTED
010640*    FACTORIAL, PERMUTATION OR COMBINATION IN EXTENDED
010649*    PRECISION AND PICKS UP THE RESULT OR THE OVERFLOW
010659*    INDICATION.
010669*****************************************************************
010679 3300-FACTORIAL-CALC.
010684     MOVE WS-REQ-CALC-TYPE TO FCW-CALC-TYPE.
010689     MOVE WS-REQ-N         TO FCW-N.
010694     MOVE WS-REQ-R         TO FCW-R.
010699     MOVE ZERO            TO FCW-RESULT.
010709     SET FCW-NO-OVERFLOW  TO TRUE.
010719     CALL 'FACTCALC' USING FCW-PARAMETERS.
010829     ADD 1 TO WS-OVERFLOW-COUNT.
010839     MOVE SPACES          TO ERR-RECORD.
010849     MOVE WS-RUN-DATE     TO ERR-RUN-DATE.
010859     MOVE WS-REQ-N         TO ERR-N-VALUE.
010861     MOVE WS-REQ-CALC-TYPE TO ERR-CALC-TYPE.
010863     MOVE WS-REQ-R         TO ERR-R-VALUE.
010865     MOVE WS-REQ-EMP-ID    TO ERR-EMP-ID.
010869     MOVE 'RESULT EXCEEDS 31-DIGIT FIELD CAPACITY'
010879         TO ERR-REASON.
010889     WRITE ERR-RECORD.
010939*****************************************************************
010949*    3600-UPDATE-FACTORIAL-STATS
010959*    ACCUMULATES THE COUNT, MIN, MAX, AND SUM NEEDED FOR THE RUN
010969*    SUMMARY, FOR EACH SUCCESSFULLY COMPUTED RESULT, WITH THE
010972*    CALCULATION BEHIND THE MIN AND THE MAX AND A COUNT PER
010975*    CALCULATION TYPE.
010979*****************************************************************
010989 3600-UPDATE-FACTORIAL-STATS.
010999     IF WS-FACT-COUNT = ZERO
011009         MOVE FACTORIAL-RESULT TO WS-FACT-MIN
011014         MOVE WS-REQ-KEY       TO WS-FACT-MIN-REQ
011019         MOVE FACTORIAL-RESULT TO WS-FACT-MAX
011024         MOVE WS-REQ-KEY       TO WS-FACT-MAX-REQ
011029     ELSE
011039         IF FACTORIAL-RESULT < WS-FACT-MIN
011049             MOVE FACTORIAL-RESULT TO WS-FACT-MIN
011054             MOVE WS-REQ-KEY       TO WS-FACT-MIN-REQ
011059         END-IF
011069         IF FACTORIAL-RESULT > WS-FACT-MAX
011079             MOVE FACTORIAL-RESULT TO WS-FACT-MAX
011084             MOVE WS-REQ-KEY       TO WS-FACT-MAX-REQ
011089         END-IF
011099     END-IF.
011100     EVALUATE TRUE
011101         WHEN REQ-PERMUTATION
011102             ADD 1 TO WS-CALC-P-COUNT
011103         WHEN REQ-COMBINATION
011104             ADD 1 TO WS-CALC-C-COUNT
011105         WHEN OTHER
011106             ADD 1 TO WS-CALC-F-COUNT
011107     END-EVALUATE.
011109     ADD FACTORIAL-RESULT TO WS-FACT-SUM
011119         ON SIZE ERROR
011129             MOVE 'Y' TO WS-FACT-SUM-OVFL-SW
011189
011199*****************************************************************
011209*    3700-WRITE-EXTRACT
011219*    WRITES ONE DOWNSTREAM EXTRACT RECORD FOR EACH RESULT
011229*    COMPUTED, CARRYING THE EMP-ID OF THE ASSIGNMENT AND THE
011239*    NAME OF THAT EMPLOYEE FROM THE ACTIVE ROSTER (BLANK FOR A
011244*    CALCULATION CARD) AND THE CALCULATION TYPE, N AND R.
011249*****************************************************************
011259 3700-WRITE-EXTRACT.
011269     MOVE SPACES             TO XTR-RECORD.
011278     MOVE WS-REQ-EMP-ID      TO XTR-EMP-ID.
011289     MOVE WS-ASSIGN-EMP-NAME TO XTR-EMP-NAME.
011329     MOVE FACTORIAL-RESULT   TO XTR-FACT-RESULT.
011331     MOVE WS-REQ-CALC-TYPE   TO XTR-CALC-TYPE.
011333     MOVE WS-REQ-N           TO XTR-N-VALUE.
011335     MOVE WS-REQ-R           TO XTR-R-VALUE.
011339     WRITE XTR-RECORD.
011349 3700-EXIT.
011359     EXIT.
011360
011361*****************************************************************
011362*    3900-PROCESS-CALC-CARD
011363*    SETS UP ONE TABLED CALCULATION CARD AS THE CURRENT
011364*    CALCULATION REQUEST AND RUNS IT.  A CARD BELONGS TO NO
011365*    EMPLOYEE, SO THE EMPLOYEE ID AND NAME ARE LEFT BLANK.
011366*****************************************************************
011367 3900-PROCESS-CALC-CARD.
011368     MOVE WS-CARD-CALC-TYPE (WS-CARD-IDX) TO WS-REQ-CALC-TYPE.
011369     MOVE WS-CARD-N (WS-CARD-IDX)         TO WS-REQ-N.
011370     MOVE WS-CARD-R (WS-CARD-IDX)         TO WS-REQ-R.
011371     MOVE SPACES TO WS-REQ-EMP-ID
011372                    WS-ASSIGN-EMP-NAME
011373                    WS-REQ-DESC.
011374     EVALUATE TRUE
011375         WHEN REQ-PERMUTATION
011376             STRING 'Permutation P(' WS-REQ-N ',' WS-REQ-R ')'
011377                 DELIMITED BY SIZE
011378                 INTO WS-REQ-DESC
011379         WHEN REQ-COMBINATION
011380             STRING 'Combination C(' WS-REQ-N ',' WS-REQ-R ')'
011381                 DELIMITED BY SIZE
011382                 INTO WS-REQ-DESC
011383         WHEN OTHER
011384             STRING 'Factorial of ' WS-REQ-N
011385                 DELIMITED BY SIZE
011386                 INTO WS-REQ-DESC
011387     END-EVALUATE.
011388     PERFORM 3260-RUN-REQUEST THRU 3260-EXIT.
011389 3900-EXIT.
011390     EXIT.
011391
011392
011393*****************************************************************
011399*    4000-PRINT-SUMMARY
011409*    WRITES A SUMMARY STATISTICS TRAILER TO REPORT-FILE COVERING
011419*    BOTH THE EMPLOYEE ROSTER AND THE FACTORIAL RESULTS.
011579         WRITE RPT-RECORD FROM WS-SUMMARY-LINE-4
011589             AFTER ADVANCING 1 LINE
011599     END-IF.
011600     MOVE WS-UNMATCHED-COUNT TO WS-SUM-UNMATCHED.
011601     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-5
011602         AFTER ADVANCING 1 LINE.
011603     MOVE WS-CALC-ERROR-COUNT TO WS-SUM-CALC-ERROR.
011604     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-9
011605         AFTER ADVANCING 1 LINE.
011609     MOVE WS-FACT-COUNT   TO WS-SUM-FACT-COUNT.
011619     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-2
011629         AFTER ADVANCING 1 LINE.
011630     MOVE WS-CALC-F-COUNT TO WS-SUM-CALC-F-COUNT.
011631     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-6
011632         AFTER ADVANCING 1 LINE.
011633     MOVE WS-CALC-P-COUNT TO WS-SUM-CALC-P-COUNT.
011634     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-7
011635         AFTER ADVANCING 1 LINE.
011636     MOVE WS-CALC-C-COUNT TO WS-SUM-CALC-C-COUNT.
011637     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-8
011638         AFTER ADVANCING 1 LINE.
011639     MOVE WS-FACT-MIN-CALC-TYPE TO WS-SUM-MIN-CALC-TYPE.
011640     MOVE WS-FACT-MIN-N         TO WS-SUM-MIN-N.
011641     MOVE WS-FACT-MIN-R         TO WS-SUM-MIN-R.
011642     MOVE WS-FACT-MAX-CALC-TYPE TO WS-SUM-MAX-CALC-TYPE.
011643     MOVE WS-FACT-MAX-N         TO WS-SUM-MAX-N.
011644     MOVE WS-FACT-MAX-R         TO WS-SUM-MAX-R.
011645     IF WS-FACT-COUNT = ZERO
011646         MOVE SPACES TO WS-SUM-MIN-REQ
011647                        WS-SUM-MAX-REQ
011648     END-IF.
011649     MOVE WS-FACT-MIN     TO WS-SUM-FACT-MIN.
011650     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-MIN
011659         AFTER ADVANCING 1 LINE.
011669     MOVE WS-FACT-MAX     TO WS-SUM-FACT-MAX.
011679     WRITE RPT-RECORD FROM WS-SUMMARY-LINE-MAX
011869 9000-TERMINATE.
011879     PERFORM 9050-WRITE-AUDIT-RECORD THRU 9050-EXIT.
011889     CLOSE EMPLOYEE-MASTER
011909           REPORT-FILE
011919           REJECT-FILE
011929           ERROR-LOG-FILE
012089
012099*****************************************************************
012109*    9060-CLEAR-CHECKPOINTS
012119*    A NORMAL END OF JOB MEANS EVERY ASSIGNMENT WAS EITHER
012129*    COMPUTED OR ALREADY RESTORED FROM A PRIOR RESTART, SO THE
012139*    CHECKPOINT FILE HAS NO FURTHER RESTART PURPOSE AND IS
012149*    CLEARED HERE. ONLY A RUN THAT ABENDS BEFORE REACHING THIS
012369*    9500-SET-RETURN-CODE
012379*    GRADES THE RUN'S RETURN CODE FROM WHAT ACTUALLY HAPPENED:
012389*    8 FOR AN OUT-OF-BALANCE OR EMPTY ROSTER OR A RUN WHERE
012399*    EVERY CALCULATION OVERFLOWED; 4 WHEN REJECTS OR OVERFLOWS
012409*    EXCEED THEIR TOLERANCES, A CALCULATION CARD WAS BAD, OR
012419*    THE RUN STATUS WAS FLAGGED; OTHERWISE ZERO.
012429*****************************************************************
012439 9500-SET-RETURN-CODE.
012449     EVALUATE TRUE
012539             MOVE 4 TO RETURN-CODE
012549         WHEN WS-OVERFLOW-COUNT > WS-OVERFLOW-TOL
012559             MOVE 4 TO RETURN-CODE
012562         WHEN WS-CALC-ERROR-COUNT > ZERO
012565             MOVE 4 TO RETURN-CODE
012569         WHEN WS-RUN-STATUS = 'COMPLETE-TRN'
012579             MOVE 4 TO RETURN-CODE
012589         WHEN OTHER
012729     MOVE BDW-BUS-DATE TO WS-RUN-DATE.
012739     SET RCK-CHECK-FUNCTION TO TRUE.
012749     MOVE 'EXAMPLE ' TO RCK-STEP-NAME.
012759     MOVE 'MSTCOMP ' TO RCK-PRED-NAME.
012769     MOVE WS-RUN-DATE TO RCK-BUS-DATE.
012779     CALL 'RUNCHECK' USING RCK-PARAMETERS.
012789     IF NOT RCK-OK
