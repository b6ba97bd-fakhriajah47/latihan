000293*    2026-09-02 DLW   THE RUN DATE NOW COMES FROM THE BUSDATE
000303*                     CONTROL CARD THROUGH BDTFETCH AND ALL
000313*                     DATES ARE 8-DIGIT CENTURY DATES.
000314*    2026-10-15 DLW   EVERY CARD IS NOW CHECKED AGAINST THE
000315*                     OPERATOR AUTHORITY TABLE - THE OPERATOR
000316*                     MUST HOLD THE TRANSACTION CODE FOR THE
000317*                     CARD'S DEPARTMENT AND, ON A CHANGE OR
000318*                     DELETE, FOR THE EMPLOYEE'S CURRENT
000319*                     DEPARTMENT ON THE MASTER.  A BLANK OR
000320*                     UNAUTHORIZED OPERATOR FAILS WITH REASON
000321*                     E012 AND FLOWS TO SUSPENSE LIKE ANY
000322*                     OTHER REJECT.  THE EDIT REPORT NOW SHOWS
000323*                     THE OPERATOR ON EACH REJECT LINE.
000324*    2026-10-15 DLW   A PASSED ADD, OR A CHANGE MOVING AN
000325*                     ACTIVE EMPLOYEE INTO A DEPARTMENT, THAT
000326*                     TAKES THE DEPARTMENT'S ACTIVE COUNT OVER
000327*                     ITS AUTHORIZED HEADCOUNT IS LISTED ON THE
000328*                     EDIT REPORT AS WARNING W001.  THE CARD
000329*                     STILL PASSES.  ACTIVE COUNTS ARE TAKEN
000330*                     FROM THE MASTER AT START AND KEPT UP AS
000331*                     CARDS PASS.
000332*    2026-10-15 DLW   A PASSED ADD WHOSE NAME AND HIRE DATE
000333*                     MATCH AN EMPLOYEE ON THE FORMER-EMPLOYEE
000334*                     HISTORY FILE WRITTEN BY EMPARCH IS LISTED
000335*                     AS WARNING W002 WITH THE OLD EMPLOYEE ID.
000336*                     THE CARD STILL PASSES.  NO HISTORY FILE,
000337*                     NO CHECK.
000338*    2026-10-15 DLW   THE IN-BATCH ID TABLE NOW KEEPS THE
000339*                     DEPARTMENT AND STATUS LEFT BY THE LAST
000340*                     PASSED CARD FOR EACH ID, AND THE HEADCOUNT
000341*                     CHECK TAKES THE EMPLOYEE'S PRIOR COUNT
000342*                     FROM IT, SO A CHANGE OR DELETE OF AN ID
000343*                     ADDED IN THE SAME BATCH IS NOT COUNTED
000344*                     TWICE.  A BUDGET NOT YET IN EFFECT ON THE
000345*                     BUSINESS DATE GIVES NO W001.
000346*    2026-10-15 DLW   THE REHIRE SCAN NOW READS ON PAST A
000347*                     DUPLICATE-KEY STATUS, SO EVERY MATCHING
000348*                     FORMER EMPLOYEE IS LISTED.  A CHANGE OR
000349*                     DELETE OF AN ID ADDED EARLIER IN THE BATCH
000350*                     IS AUTHORIZED AGAINST THE DEPARTMENT THE
000351*                     BATCH LEFT IT IN, NOT THE BLANK OR CARD
000352*                     DEPARTMENT.
000353*****************************************************************
000354
000355 ENVIRONMENT DIVISION.
000356 CONFIGURATION SECTION.
000363 SOURCE-COMPUTER.   IBM-370.
000373 OBJECT-COMPUTER.   IBM-370.
000383
000423         ORGANIZATION IS LINE SEQUENTIAL.
000433     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
000443         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000463         RECORD KEY IS EMP-ID
000473         FILE STATUS IS WS-MASTER-FILE-STATUS.
000483     SELECT DEPT-MASTER     ASSIGN TO DEPTMAST
000563         ORGANIZATION IS LINE SEQUENTIAL.
000573     SELECT EDIT-REPORT-FILE ASSIGN TO EDTRPT
000583         ORGANIZATION IS LINE SEQUENTIAL.
000585     SELECT OPERATOR-AUTHORITY ASSIGN TO OPRAUTH
000587         ORGANIZATION IS LINE SEQUENTIAL
000589         FILE STATUS IS WS-AUTH-FILE-STATUS.
000590     SELECT FORMER-EMPLOYEE ASSIGN TO FMRHIST
000591         ORGANIZATION IS INDEXED
000592         ACCESS MODE IS DYNAMIC
000593         RECORD KEY IS FMR-EMP-ID
000594         ALTERNATE RECORD KEY IS FMR-MATCH-KEY
000595             WITH DUPLICATES
000596         FILE STATUS IS WS-FMR-FILE-STATUS.
000597
000603 DATA DIVISION.
000613 FILE SECTION.
000623 FD  RAW-TRANS-FILE
000753 FD  CLEAN-TRANS-FILE
000763     RECORDING MODE IS F
000773     LABEL RECORDS ARE STANDARD.
000783 01  CLN-RECORD                      PIC X(71).
000793
000803 FD  EDIT-REJECT-FILE
000813     RECORDING MODE IS F
000863     RECORDING MODE IS F
000873     LABEL RECORDS ARE STANDARD.
000883 01  RPT-RECORD                      PIC X(80).
000884
000885 FD  OPERATOR-AUTHORITY
000886     RECORDING MODE IS F
000887     LABEL RECORDS ARE STANDARD.
000888     COPY OPRREC.
000889
000890 FD  FORMER-EMPLOYEE
000891     LABEL RECORDS ARE STANDARD.
000892     COPY FMRREC.
000893
000903 WORKING-STORAGE SECTION.
000913*****************************************************************
001043     05  WS-EMP-EXISTS-SW            PIC X(01)   VALUE 'N'.
001053         88  EMP-EXISTS                           VALUE 'Y'.
001063         88  EMP-NOT-EXISTS                       VALUE 'N'.
001065     05  WS-IN-BATCH-SW              PIC X(01)   VALUE 'N'.
001067         88  IN-BATCH                             VALUE 'Y'.
001069         88  NOT-IN-BATCH                         VALUE 'N'.
001073     05  WS-DEPT-FOUND-SW            PIC X(01)   VALUE 'N'.
001083         88  DEPT-FOUND                           VALUE 'Y'.
001093         88  DEPT-NOT-FOUND                       VALUE 'N'.
001094     05  WS-AUTH-EOF-SW              PIC X(01)   VALUE 'N'.
001095         88  AUTH-EOF                            VALUE 'Y'.
001096         88  AUTH-NOT-EOF                         VALUE 'N'.
001097     05  WS-AUTHORIZED-SW            PIC X(01)   VALUE 'N'.
001098         88  OPERATOR-AUTHORIZED                  VALUE 'Y'.
001099         88  OPERATOR-NOT-AUTHORIZED              VALUE 'N'.
001100     05  WS-MASTER-EOF-SW            PIC X(01)   VALUE 'N'.
001101         88  MASTER-EOF                          VALUE 'Y'.
001102         88  MASTER-NOT-EOF                       VALUE 'N'.
001103     05  WS-HEAD-FULL-SW             PIC X(01)   VALUE 'N'.
001104         88  HEAD-TABLE-FULL                      VALUE 'Y'.
001105     05  WS-HEAD-FOUND-SW            PIC X(01)   VALUE 'N'.
001106         88  HEAD-FOUND                           VALUE 'Y'.
001107         88  HEAD-NOT-FOUND                       VALUE 'N'.
001108     05  WS-WAS-ACTIVE-SW            PIC X(01)   VALUE 'N'.
001109         88  WAS-ACTIVE                           VALUE 'Y'.
001110         88  WAS-NOT-ACTIVE                       VALUE 'N'.
001111     05  WS-FMR-OPEN-SW              PIC X(01)   VALUE 'N'.
001112         88  FMR-FILE-OPEN                        VALUE 'Y'.
001113     05  WS-REHIRE-DONE-SW           PIC X(01)   VALUE 'N'.
001114         88  REHIRE-DONE                          VALUE 'Y'.
001115         88  REHIRE-NOT-DONE                      VALUE 'N'.
001116
001117 01  WS-MASTER-FILE-STATUS           PIC X(02)   VALUE '00'.
001123     88  WS-MASTER-FILE-OK                        VALUE '00'.
001133
001143 01  WS-DEPT-FILE-STATUS             PIC X(02)   VALUE '00'.
001153     88  WS-DEPT-FILE-OK                          VALUE '00'.
001155
001157 01  WS-AUTH-FILE-STATUS             PIC X(02)   VALUE '00'.
001159     88  WS-AUTH-FILE-FOUND                       VALUE '00'.
001161     88  WS-AUTH-FILE-NOT-FOUND                   VALUE '35'.
001162
001163 01  WS-FMR-FILE-STATUS              PIC X(02)   VALUE '00'.
001164     88  WS-FMR-FILE-OK                           VALUE '00' '02'.
001165
001173*****************************************************************
001183*    RUN TOTALS
001193*****************************************************************
001213     05  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
001223     05  WS-CLEAN-COUNT              PIC 9(05) COMP VALUE ZERO.
001233     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
001238     05  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
001240     05  WS-REHIRE-COUNT             PIC 9(05) COMP VALUE ZERO.
001243
001253*****************************************************************
001263*    IN-BATCH ID STATE TABLE - ONE ENTRY PER EMPLOYEE ID ADDED
001273*    OR DELETED BY A CARD ALREADY PASSED IN THIS BATCH, SO THE
001283*    MASTER-PRESENCE EDITS SEE THE MASTER AS EMPMAINT WILL
001293*    LEAVE IT WHEN IT APPLIES THE FILE SERIALLY.  THE DEPARTMENT
001296*    AND STATUS ARE THOSE LEFT BY THE LAST PASSED CARD FOR THE
001299*    ID, INCLUDING A LATER CHANGE, FOR THE HEADCOUNT CHECK.
001303*****************************************************************
001313 01  WS-BATCH-COUNT                  PIC 9(03) COMP VALUE ZERO.
001323 01  WS-BATCH-FULL-SW                PIC X(01)   VALUE 'N'.
001363                             INDEXED BY WS-BATCH-IDX.
001373         10  WS-BATCH-EMP-ID         PIC X(05).
001383         10  WS-BATCH-STATE          PIC X(01).
001384         10  WS-BATCH-DEPT-CODE      PIC X(03).
001385         10  WS-BATCH-EMP-STATUS     PIC X(01).
001386
001387*****************************************************************
001388*    OPERATOR AUTHORITY TABLE - LOADED FROM THE AUTHORITY FILE
001389*    AT START.  WS-AUTH-DEPT-CODE IS THE DEPARTMENT BEING
001390*    CHECKED FOR THE CARD IN HAND.
001391*****************************************************************
001392 01  WS-AUTH-COUNT                   PIC 9(03) COMP VALUE ZERO.
001393 01  WS-AUTH-TABLE.
001394     05  WS-AUTH-ENTRY       OCCURS 500 TIMES
001395                             INDEXED BY WS-AUTH-IDX.
001396         10  WS-AUT-OPERATOR-ID      PIC X(08).
001397         10  WS-AUT-DEPT-CODE        PIC X(03).
001398         10  WS-AUT-ADD-AUTH         PIC X(01).
001399         10  WS-AUT-CHANGE-AUTH      PIC X(01).
001400         10  WS-AUT-DELETE-AUTH      PIC X(01).
001401 01  WS-AUTH-DEPT-CODE               PIC X(03).
001402
001403*****************************************************************
001404*    DEPARTMENT HEADCOUNT TABLE - ACTIVE EMPLOYEES PER
001405*    DEPARTMENT, COUNTED FROM THE MASTER AT START AND KEPT UP
001406*    AS CARDS PASS.  WS-HEAD-DEPT-CODE IS THE DEPARTMENT BEING
001407*    LOOKED UP.
001408*****************************************************************
001409 01  WS-HEAD-COUNT                   PIC 9(03) COMP VALUE ZERO.
001410 01  WS-HEAD-TABLE.
001411     05  WS-HEAD-ENTRY       OCCURS 500 TIMES
001412                             INDEXED BY WS-HEAD-IDX.
001413         10  WS-HDC-DEPT-CODE        PIC X(03).
001414         10  WS-HDC-ACTIVE-COUNT     PIC 9(05) COMP.
001415 01  WS-HEAD-DEPT-CODE               PIC X(03).
001416 01  WS-BEFORE-DEPT-CODE             PIC X(03).
001417
001418 01  WS-WARNING-TEXT.
001419     05  FILLER                      PIC X(05) VALUE 'DEPT '.
001420     05  WS-WRN-DEPT-CODE            PIC X(03).
001421     05  FILLER                      PIC X(05) VALUE ' NOW '.
001422     05  WS-WRN-ACTIVE-COUNT         PIC ZZZZ9.
001423     05  FILLER                      PIC X(06) VALUE ' AUTH '.
001424     05  WS-WRN-AUTH-HEADCOUNT       PIC ZZZZ9.
001425     05  FILLER                      PIC X(01) VALUE SPACES.
001426
001427 01  WS-REHIRE-TEXT.
001428     05  FILLER      PIC X(24) VALUE 'PROBABLE REHIRE, OLD ID '.
001429     05  WS-RHR-OLD-EMP-ID           PIC X(05).
001430     05  FILLER                      PIC X(01) VALUE SPACES.
001431
001432 01  WS-REHIRE-KEY                   PIC X(43).
001433
001434*****************************************************************
001435*    EDIT RESULT WORK AREAS
001436*****************************************************************
001437 01  WS-EDIT-RESULT.
001443     05  WS-REASON-CODE              PIC X(04)   VALUE SPACES.
001453     05  WS-REASON-TEXT              PIC X(30)   VALUE SPACES.
001463
001663     05  FILLER                      PIC X(05) VALUE 'CODE'.
001673     05  FILLER                      PIC X(07) VALUE 'EMP-ID'.
001683     05  FILLER                      PIC X(22) VALUE 'LAST NAME'.
001693     05  FILLER                      PIC X(37) VALUE 'REASON'.
001703     05  FILLER                      PIC X(09) VALUE 'OPERATOR'.
001713
001723 01  WS-DETAIL-LINE.
001733     05  WS-DTL-TRN-CODE             PIC X(01).
001793     05  WS-DTL-REASON-CODE          PIC X(04).
001803     05  FILLER                      PIC X(01) VALUE SPACES.
001813     05  WS-DTL-REASON-TEXT          PIC X(30).
001823     05  FILLER                      PIC X(02) VALUE SPACES.
001826     05  WS-DTL-OPERATOR-ID          PIC X(08).
001829     05  FILLER                      PIC X(01) VALUE SPACES.
001833
001843 01  WS-TOTAL-LINE-1.
001853     05  FILLER PIC X(26) VALUE 'TRANSACTIONS READ:        '.
001953     05  FILLER PIC X(26) VALUE 'TRANSACTIONS REJECTED:    '.
001963     05  WS-TOT-REJECT               PIC ZZZZ9.
001973     05  FILLER                      PIC X(49) VALUE SPACES.
001974
001975 01  WS-TOTAL-LINE-4.
001976     05  FILLER PIC X(26) VALUE 'HEADCOUNT WARNINGS:       '.
001977     05  WS-TOT-WARNING              PIC ZZZZ9.
001978     05  FILLER                      PIC X(49) VALUE SPACES.
001979
001980 01  WS-TOTAL-LINE-5.
001981     05  FILLER PIC X(26) VALUE 'PROBABLE REHIRES:         '.
001982     05  WS-TOT-REHIRE               PIC ZZZZ9.
001983     05  FILLER                      PIC X(49) VALUE SPACES.
001984
001993 01  WS-TRAILER-LINE.
002003     05  FILLER          PIC X(21) VALUE '*** END OF REPORT ***'.
002013     05  FILLER                      PIC X(59) VALUE SPACES.
002213
002223*****************************************************************
002233*    1000-INITIALIZE
002243*    OPENS ALL FILES USED BY THE RUN AND LOADS THE OPERATOR
002246*    AUTHORITY TABLE.  NO AUTHORITY FILE STOPS THE RUN WITH
002249*    RETURN CODE 16 RATHER THAN PASS CARDS UNCHECKED.  COUNTS
002251*    THE ACTIVE EMPLOYEES OF EVERY DEPARTMENT ON THE MASTER.
002253*****************************************************************
002263 1000-INITIALIZE.
002273     OPEN INPUT  RAW-TRANS-FILE
002323         MOVE 16 TO RETURN-CODE
002333         STOP RUN
002343     END-IF.
002348     PERFORM 1200-COUNT-HEADCOUNT THRU 1200-EXIT.
002353     OPEN INPUT DEPT-MASTER.
002363     IF NOT WS-DEPT-FILE-OK
002373         DISPLAY "EMPEDIT - CANNOT OPEN DEPARTMENT MASTER, "
002393         MOVE 16 TO RETURN-CODE
002403         STOP RUN
002413     END-IF.
002414     OPEN INPUT OPERATOR-AUTHORITY.
002415     IF NOT WS-AUTH-FILE-FOUND
002416         DISPLAY "EMPEDIT - CANNOT OPEN OPERATOR AUTHORITY "
002417             "FILE, STATUS: " WS-AUTH-FILE-STATUS
002418         MOVE 16 TO RETURN-CODE
002419         STOP RUN
002420     END-IF.
002421     PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
002422     CLOSE OPERATOR-AUTHORITY.
002423     OPEN INPUT FORMER-EMPLOYEE.
002424     IF WS-FMR-FILE-OK
002425         SET FMR-FILE-OPEN TO TRUE
002426     ELSE
002427         DISPLAY "EMPEDIT - FORMER EMPLOYEE FILE NOT PRESENT, "
002428             "REHIRE CHECK BYPASSED"
002429     END-IF.
002430     OPEN OUTPUT CLEAN-TRANS-FILE
002433                 EDIT-REJECT-FILE
002443                 EDIT-REPORT-FILE.
002453 1000-EXIT.
002463     EXIT.
002464
002465*****************************************************************
002466*    1100-LOAD-AUTHORITY
002467*    LOADS THE OPERATOR AUTHORITY RECORDS INTO THE AUTHORITY
002468*    TABLE.  RECORDS BEYOND THE TABLE ARE NAMED ON THE CONSOLE
002469*    AND GRANT NOTHING.
002470*****************************************************************
002471 1100-LOAD-AUTHORITY.
002472     PERFORM 1150-READ-AUTHORITY  THRU 1150-EXIT.
002473     PERFORM 1160-TABLE-AUTHORITY THRU 1160-EXIT
002474         UNTIL AUTH-EOF.
002475 1100-EXIT.
002476     EXIT.
002477
002478 1150-READ-AUTHORITY.
002479     READ OPERATOR-AUTHORITY
002480         AT END
002481             SET AUTH-EOF TO TRUE
002482     END-READ.
002483 1150-EXIT.
002484     EXIT.
002485
002486 1160-TABLE-AUTHORITY.
002487     IF WS-AUTH-COUNT >= 500
002488         DISPLAY "EMPEDIT - AUTHORITY TABLE FULL, IGNORED: "
002489             OPR-OPERATOR-ID " " OPR-DEPT-CODE
002490     ELSE
002491         ADD 1 TO WS-AUTH-COUNT
002492         MOVE OPR-OPERATOR-ID TO WS-AUT-OPERATOR-ID
002493             (WS-AUTH-COUNT)
002494         MOVE OPR-DEPT-CODE   TO WS-AUT-DEPT-CODE
002495             (WS-AUTH-COUNT)
002496         MOVE OPR-ADD-AUTH    TO WS-AUT-ADD-AUTH
002497             (WS-AUTH-COUNT)
002498         MOVE OPR-CHANGE-AUTH TO WS-AUT-CHANGE-AUTH
002499             (WS-AUTH-COUNT)
002500         MOVE OPR-DELETE-AUTH TO WS-AUT-DELETE-AUTH
002501             (WS-AUTH-COUNT)
002502     END-IF.
002503     PERFORM 1150-READ-AUTHORITY THRU 1150-EXIT.
002504 1160-EXIT.
002505     EXIT.
002506
002507*****************************************************************
002508*    1200-COUNT-HEADCOUNT
002509*    READS THE MASTER ONCE FROM THE TOP, COUNTING THE ACTIVE
002510*    EMPLOYEES OF EACH DEPARTMENT INTO THE HEADCOUNT TABLE.
002511*****************************************************************
002512 1200-COUNT-HEADCOUNT.
002513     PERFORM 1250-READ-MASTER  THRU 1250-EXIT.
002514     PERFORM 1260-COUNT-MASTER THRU 1260-EXIT
002515         UNTIL MASTER-EOF.
002516 1200-EXIT.
002517     EXIT.
002518
002519 1250-READ-MASTER.
002520     READ EMPLOYEE-MASTER NEXT RECORD
002521         AT END
002522             SET MASTER-EOF TO TRUE
002523     END-READ.
002524     IF NOT WS-MASTER-FILE-OK
002525         SET MASTER-EOF TO TRUE
002526     END-IF.
002527 1250-EXIT.
002528     EXIT.
002529
002530 1260-COUNT-MASTER.
002531     IF EMP-ACTIVE
002532         MOVE EMP-DEPT-CODE TO WS-HEAD-DEPT-CODE
002533         PERFORM 2950-FIND-HEAD-ENTRY THRU 2950-EXIT
002534         IF HEAD-FOUND
002535             ADD 1 TO WS-HDC-ACTIVE-COUNT (WS-HEAD-IDX)
002536         END-IF
002537     END-IF.
002538     PERFORM 1250-READ-MASTER THRU 1250-EXIT.
002539 1260-EXIT.
002540     EXIT.
002541
002542*****************************************************************
002543*    2000-EDIT-TRANSACTIONS
002544*    READS EACH INBOUND TRANSACTION, EDITS IT, AND ROUTES IT TO
002545*    THE CLEAN FILE OR THE REJECT FILE.
002546*****************************************************************
002547 2000-EDIT-TRANSACTIONS.
002548     PERFORM 2100-READ-TRANSACTION    THRU 2100-EXIT.
002553     PERFORM 2200-PROCESS-TRANSACTION THRU 2200-EXIT
002563         UNTIL TRANS-EOF.
002573 2000-EXIT.
002703     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
002713     IF TRANS-VALID
002723         ADD 1 TO WS-CLEAN-COUNT
002728         PERFORM 2900-CHECK-HEADCOUNT THRU 2900-EXIT
002729         IF TRN-ADD
002730             PERFORM 2980-CHECK-REHIRE THRU 2980-EXIT
002731         END-IF
002733         PERFORM 2500-NOTE-BATCH THRU 2500-EXIT
002743         WRITE CLN-RECORD FROM EMP-TRANS-RECORD
002753     ELSE
003693         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON-TEXT
003703         GO TO 2300-EXIT
003713     END-IF.
003714     IF TRN-OPERATOR-ID = SPACES
003715         SET TRANS-INVALID TO TRUE
003716         MOVE 'E012' TO WS-REASON-CODE
003717         MOVE 'OPERATOR ID IS BLANK' TO WS-REASON-TEXT
003718         GO TO 2300-EXIT
003719     END-IF.
003720     PERFORM 2470-CHECK-AUTHORITY THRU 2470-EXIT.
003721     IF OPERATOR-NOT-AUTHORIZED
003722         SET TRANS-INVALID TO TRUE
003723         MOVE 'E012' TO WS-REASON-CODE
003724         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REASON-TEXT
003725         GO TO 2300-EXIT
003726     END-IF.
003727 2300-EXIT.
003733     EXIT.
003743
003753*****************************************************************
004013     ELSE
004023         SET EMP-NOT-EXISTS TO TRUE
004033     END-IF.
004038     SET NOT-IN-BATCH TO TRUE.
004043     SET WS-BATCH-IDX TO 1.
004053     SEARCH WS-BATCH-ENTRY
004063         AT END
004073             CONTINUE
004083         WHEN WS-BATCH-IDX <= WS-BATCH-COUNT
004093           AND WS-BATCH-EMP-ID (WS-BATCH-IDX) = TRN-EMP-ID
004098             SET IN-BATCH TO TRUE
004103             IF WS-BATCH-STATE (WS-BATCH-IDX) = 'A'
004113                 SET EMP-EXISTS TO TRUE
004123             ELSE
004323     END-READ.
004333 2460-EXIT.
004343     EXIT.
004344
004345*****************************************************************
004346*    2470-CHECK-AUTHORITY
004347*    AN ADD OR CHANGE NEEDS THE OPERATOR'S AUTHORITY FOR THE
004348*    DEPARTMENT ON THE CARD.  A CHANGE OR DELETE ALSO NEEDS IT
004349*    FOR THE DEPARTMENT THE EMPLOYEE IS IN NOW, SO NO ONE CAN
004350*    MOVE OR REMOVE STAFF OUT OF A DEPARTMENT THEY DO NOT LOOK
004351*    AFTER.  FOR AN ID ADDED EARLIER IN THE BATCH THAT IS THE
004352*    DEPARTMENT 2450-CHECK-BATCH FOUND IN THE IN-BATCH TABLE -
004353*    THE DEPARTMENT ON A DELETE CARD IS NOT RELIED ON;
004354*    OTHERWISE IT IS THE DEPARTMENT ON THE MASTER.
004355*****************************************************************
004356 2470-CHECK-AUTHORITY.
004357     SET OPERATOR-AUTHORIZED TO TRUE.
004358     IF TRN-ADD OR TRN-CHANGE
004359         MOVE TRN-DEPT-CODE TO WS-AUTH-DEPT-CODE
004360         PERFORM 2480-SEARCH-AUTHORITY THRU 2480-EXIT
004361         IF OPERATOR-NOT-AUTHORIZED
004362             GO TO 2470-EXIT
004363         END-IF
004364     END-IF.
004365     IF TRN-CHANGE OR TRN-DELETE
004366         IF IN-BATCH
004367             MOVE WS-BATCH-DEPT-CODE (WS-BATCH-IDX)
004368                 TO WS-AUTH-DEPT-CODE
004369         ELSE
004370             MOVE EMP-DEPT-CODE TO WS-AUTH-DEPT-CODE
004371         END-IF
004372         PERFORM 2480-SEARCH-AUTHORITY THRU 2480-EXIT
004373     END-IF.
004374 2470-EXIT.
004375     EXIT.
004376
004377*****************************************************************
004378*    2480-SEARCH-AUTHORITY
004379*    LOOKS FOR AN AUTHORITY ENTRY GIVING THE CARD'S OPERATOR
004380*    THE CARD'S TRANSACTION CODE FOR WS-AUTH-DEPT-CODE, OR
004381*    FOR ALL DEPARTMENTS.
004382*****************************************************************
004383 2480-SEARCH-AUTHORITY.
004384     SET OPERATOR-NOT-AUTHORIZED TO TRUE.
004385     SET WS-AUTH-IDX TO 1.
004386     SEARCH WS-AUTH-ENTRY
004387         AT END
004388             CONTINUE
004389         WHEN WS-AUTH-IDX <= WS-AUTH-COUNT
004390           AND WS-AUT-OPERATOR-ID (WS-AUTH-IDX) = TRN-OPERATOR-ID
004391           AND (WS-AUT-DEPT-CODE (WS-AUTH-IDX) = WS-AUTH-DEPT-CODE
004392             OR WS-AUT-DEPT-CODE (WS-AUTH-IDX) = '***')
004393           AND ((TRN-ADD
004394                 AND WS-AUT-ADD-AUTH (WS-AUTH-IDX) = 'Y')
004395             OR (TRN-CHANGE
004396                 AND WS-AUT-CHANGE-AUTH (WS-AUTH-IDX) = 'Y')
004397             OR (TRN-DELETE
004398                 AND WS-AUT-DELETE-AUTH (WS-AUTH-IDX) = 'Y'))
004399             SET OPERATOR-AUTHORIZED TO TRUE
004400     END-SEARCH.
004401 2480-EXIT.
004402     EXIT.
004403
004404*****************************************************************
004405*    2500-NOTE-BATCH
004406*    RECORDS A PASSED ADD OR DELETE IN THE IN-BATCH ID STATE
004407*    TABLE.  A PASSED CHANGE ONLY REFRESHES THE DEPARTMENT AND
004408*    STATUS OF AN ID ALREADY TABLED.  A FULL TABLE FALLS BACK
004409*    TO MASTER-ONLY EDITING FOR IDS NOT ALREADY TABLED, AND
004410*    SAYS SO ONCE.
004413*****************************************************************
004423 2500-NOTE-BATCH.
004433     IF NOT TRN-ADD AND NOT TRN-DELETE
004438       AND NOT TRN-CHANGE
004443         GO TO 2500-EXIT
004453     END-IF.
004463     SET WS-BATCH-IDX TO 1.
004473     SEARCH WS-BATCH-ENTRY
004483         AT END
004488             IF NOT TRN-CHANGE
004493                 PERFORM 2550-ADD-BATCH-ENTRY THRU 2550-EXIT
004498             END-IF
004503         WHEN WS-BATCH-IDX <= WS-BATCH-COUNT
004513           AND WS-BATCH-EMP-ID (WS-BATCH-IDX) = TRN-EMP-ID
004523             IF TRN-DELETE
004533                 MOVE 'D' TO WS-BATCH-STATE (WS-BATCH-IDX)
004543             ELSE
004553                 MOVE 'A' TO WS-BATCH-STATE (WS-BATCH-IDX)
004563             END-IF
004566             MOVE TRN-DEPT-CODE
004567                 TO WS-BATCH-DEPT-CODE (WS-BATCH-IDX)
004569             MOVE TRN-STATUS
004571                 TO WS-BATCH-EMP-STATUS (WS-BATCH-IDX)
004573     END-SEARCH.
004583 2500-EXIT.
004593     EXIT.
004683         GO TO 2550-EXIT
004693     END-IF.
004703     ADD 1 TO WS-BATCH-COUNT.
004713     MOVE TRN-EMP-ID    TO WS-BATCH-EMP-ID (WS-BATCH-COUNT).
004716     MOVE TRN-DEPT-CODE TO WS-BATCH-DEPT-CODE (WS-BATCH-COUNT).
004719     MOVE TRN-STATUS    TO WS-BATCH-EMP-STATUS (WS-BATCH-COUNT).
004723     IF TRN-ADD
004733         MOVE 'A' TO WS-BATCH-STATE (WS-BATCH-COUNT)
004743     ELSE
004963     MOVE TRN-LAST-NAME    TO WS-DTL-EMP-NAME.
004973     MOVE WS-REASON-CODE   TO WS-DTL-REASON-CODE.
004983     MOVE WS-REASON-TEXT   TO WS-DTL-REASON-TEXT.
004988     MOVE TRN-OPERATOR-ID  TO WS-DTL-OPERATOR-ID.
004993     WRITE RPT-RECORD FROM WS-DETAIL-LINE
005003         AFTER ADVANCING 1 LINE.
005013     ADD 1 TO WS-LINE-CTR.
005133     MOVE 3 TO WS-LINE-CTR.
005143 2800-EXIT.
005153     EXIT.
005154
005155*****************************************************************
005156*    2900-CHECK-HEADCOUNT
005157*    KEEPS THE DEPARTMENT ACTIVE COUNTS UP TO DATE FOR A CARD
005158*    THAT HAS PASSED.  2910-FIND-BEFORE-IMAGE SAYS WHERE THE
005159*    EMPLOYEE WAS COUNTED BEFORE.  AN ADD, OR A CHANGE INTO A
005160*    NEW DEPARTMENT, THAT LEAVES AN ACTIVE EMPLOYEE IN A
005161*    DEPARTMENT NOW OVER ITS AUTHORIZED HEADCOUNT IS LISTED
005162*    AS WARNING W001.  NO BUDGET ON FILE, OR NONE YET IN
005163*    EFFECT ON THE BUSINESS DATE, NO WARNING.
005164*****************************************************************
005165 2900-CHECK-HEADCOUNT.
005166     SET WAS-NOT-ACTIVE TO TRUE.
005167     IF NOT TRN-ADD
005168         PERFORM 2910-FIND-BEFORE-IMAGE THRU 2910-EXIT
005169     END-IF.
005170     IF WAS-ACTIVE
005171         MOVE WS-BEFORE-DEPT-CODE TO WS-HEAD-DEPT-CODE
005172         PERFORM 2950-FIND-HEAD-ENTRY THRU 2950-EXIT
005173         IF HEAD-FOUND
005174           AND WS-HDC-ACTIVE-COUNT (WS-HEAD-IDX) > ZERO
005175             SUBTRACT 1 FROM WS-HDC-ACTIVE-COUNT (WS-HEAD-IDX)
005176         END-IF
005177     END-IF.
005178     IF TRN-DELETE
005179       OR TRN-STATUS NOT = 'A'
005180         GO TO 2900-EXIT
005181     END-IF.
005182     MOVE TRN-DEPT-CODE TO WS-HEAD-DEPT-CODE.
005183     PERFORM 2950-FIND-HEAD-ENTRY THRU 2950-EXIT.
005184     IF HEAD-NOT-FOUND
005185         GO TO 2900-EXIT
005186     END-IF.
005187     ADD 1 TO WS-HDC-ACTIVE-COUNT (WS-HEAD-IDX).
005188     IF TRN-CHANGE
005189       AND WAS-ACTIVE
005190       AND WS-BEFORE-DEPT-CODE = TRN-DEPT-CODE
005191         GO TO 2900-EXIT
005192     END-IF.
005193     PERFORM 2460-LOOKUP-DEPT THRU 2460-EXIT.
005194     IF DEPT-NOT-FOUND
005195       OR DEP-NO-BUDGET
005196       OR DEP-BUDGET-EFF-DATE > WS-RUN-DATE
005197         GO TO 2900-EXIT
005198     END-IF.
005199     IF WS-HDC-ACTIVE-COUNT (WS-HEAD-IDX) > DEP-AUTH-HEADCOUNT
005200         ADD 1 TO WS-WARNING-COUNT
005201         MOVE 'W001' TO WS-REASON-CODE
005202         MOVE TRN-DEPT-CODE TO WS-WRN-DEPT-CODE
005203         MOVE WS-HDC-ACTIVE-COUNT (WS-HEAD-IDX)
005204             TO WS-WRN-ACTIVE-COUNT
005205         MOVE DEP-AUTH-HEADCOUNT TO WS-WRN-AUTH-HEADCOUNT
005206         MOVE WS-WARNING-TEXT TO WS-REASON-TEXT
005207         PERFORM 2700-PRINT-REJECT THRU 2700-EXIT
005208     END-IF.
005209 2900-EXIT.
005210     EXIT.
005211
005212*****************************************************************
005213*    2910-FIND-BEFORE-IMAGE
005214*    SETS WAS-ACTIVE AND WS-BEFORE-DEPT-CODE FROM WHERE THE
005215*    EMPLOYEE STANDS BEFORE THE CARD IN HAND.  AN ID IN THE
005216*    IN-BATCH TABLE STANDS AS THE LAST PASSED CARD LEFT IT;
005217*    OTHERWISE THE MASTER RECORD, STILL IN THE BUFFER FROM
005218*    2400-LOOKUP-MASTER, SAYS.
005219*****************************************************************
005220 2910-FIND-BEFORE-IMAGE.
005221     SET WS-BATCH-IDX TO 1.
005222     SEARCH WS-BATCH-ENTRY
005223         AT END
005224             IF MASTER-FOUND
005225               AND EMP-ACTIVE
005226                 SET WAS-ACTIVE TO TRUE
005227                 MOVE EMP-DEPT-CODE TO WS-BEFORE-DEPT-CODE
005228             END-IF
005229         WHEN WS-BATCH-IDX <= WS-BATCH-COUNT
005230           AND WS-BATCH-EMP-ID (WS-BATCH-IDX) = TRN-EMP-ID
005231             IF WS-BATCH-STATE (WS-BATCH-IDX) = 'A'
005232               AND WS-BATCH-EMP-STATUS (WS-BATCH-IDX) = 'A'
005233                 SET WAS-ACTIVE TO TRUE
005234                 MOVE WS-BATCH-DEPT-CODE (WS-BATCH-IDX)
005235                     TO WS-BEFORE-DEPT-CODE
005236             END-IF
005237     END-SEARCH.
005238 2910-EXIT.
005239     EXIT.
005240
005241*****************************************************************
005242*    2950-FIND-HEAD-ENTRY
005243*    FINDS WS-HEAD-DEPT-CODE IN THE HEADCOUNT TABLE, ADDING IT
005244*    AT ZERO IF NEW.  A FULL TABLE SAYS SO ONCE AND LEAVES
005245*    LATER DEPARTMENTS UNCOUNTED.
005246*****************************************************************
005247 2950-FIND-HEAD-ENTRY.
005248     SET HEAD-NOT-FOUND TO TRUE.
005249     SET WS-HEAD-IDX TO 1.
005250     SEARCH WS-HEAD-ENTRY
005251         AT END
005252             CONTINUE
005253         WHEN WS-HEAD-IDX > WS-HEAD-COUNT
005254             CONTINUE
005255         WHEN WS-HDC-DEPT-CODE (WS-HEAD-IDX) = WS-HEAD-DEPT-CODE
005256             SET HEAD-FOUND TO TRUE
005257     END-SEARCH.
005258     IF HEAD-FOUND
005259         GO TO 2950-EXIT
005260     END-IF.
005261     IF WS-HEAD-COUNT >= 500
005262         IF NOT HEAD-TABLE-FULL
005263             MOVE 'Y' TO WS-HEAD-FULL-SW
005264             DISPLAY "EMPEDIT - HEADCOUNT TABLE FULL, LATER "
005265                 "DEPARTMENTS NOT CHECKED"
005266         END-IF
005267         GO TO 2950-EXIT
005268     END-IF.
005269     ADD 1 TO WS-HEAD-COUNT.
005270     SET WS-HEAD-IDX TO WS-HEAD-COUNT.
005271     MOVE WS-HEAD-DEPT-CODE TO WS-HDC-DEPT-CODE (WS-HEAD-IDX).
005272     MOVE ZERO TO WS-HDC-ACTIVE-COUNT (WS-HEAD-IDX).
005273     SET HEAD-FOUND TO TRUE.
005274 2950-EXIT.
005275     EXIT.
005276
005277*****************************************************************
005278*    2980-CHECK-REHIRE
005279*    LOOKS A PASSED ADD UP ON THE FORMER-EMPLOYEE HISTORY FILE
005280*    BY LAST NAME, FIRST NAME AND HIRE DATE.  EVERY FORMER
005281*    EMPLOYEE MATCHING ALL THREE IS LISTED AS WARNING W002
005282*    WITH THE OLD EMPLOYEE ID SO THE ADD CAN BE REVIEWED AS A
005283*    PROBABLE REHIRE.
005284*****************************************************************
005285 2980-CHECK-REHIRE.
005286     IF NOT FMR-FILE-OPEN
005287       OR TRN-HIRE-DATE IS NOT NUMERIC
005288         GO TO 2980-EXIT
005289     END-IF.
005290     MOVE TRN-LAST-NAME     TO FMR-LAST-NAME.
005291     MOVE TRN-FIRST-NAME    TO FMR-FIRST-NAME.
005292     MOVE TRN-HIRE-DATE-NUM TO FMR-HIRE-DATE.
005293     MOVE FMR-MATCH-KEY     TO WS-REHIRE-KEY.
005294     SET REHIRE-NOT-DONE TO TRUE.
005295     READ FORMER-EMPLOYEE
005296         KEY IS FMR-MATCH-KEY
005297         INVALID KEY
005298             SET REHIRE-DONE TO TRUE
005299     END-READ.
005300     PERFORM 2985-NOTE-REHIRE THRU 2985-EXIT
005301         UNTIL REHIRE-DONE.
005302 2980-EXIT.
005303     EXIT.
005304
005305 2985-NOTE-REHIRE.
005306     ADD 1 TO WS-REHIRE-COUNT.
005307     MOVE 'W002'     TO WS-REASON-CODE.
005308     MOVE FMR-EMP-ID TO WS-RHR-OLD-EMP-ID.
005309     MOVE WS-REHIRE-TEXT TO WS-REASON-TEXT.
005310     PERFORM 2700-PRINT-REJECT THRU 2700-EXIT.
005311     READ FORMER-EMPLOYEE NEXT RECORD
005312         AT END
005313             SET REHIRE-DONE TO TRUE
005314     END-READ.
005315     IF NOT WS-FMR-FILE-OK
005316       OR FMR-MATCH-KEY NOT = WS-REHIRE-KEY
005317         SET REHIRE-DONE TO TRUE
005318     END-IF.
005319 2985-EXIT.
005320     EXIT.
005321
005322*****************************************************************
005323*    4000-PRINT-TOTALS
005324*    WRITES THE RUN TOTALS TRAILER TO THE EDIT REPORT.
005325*****************************************************************
005326 4000-PRINT-TOTALS.
005327     IF WS-PAGE-NBR = ZERO
005328         PERFORM 2800-PRINT-HEADING THRU 2800-EXIT
005329     END-IF.
005330     MOVE WS-READ-COUNT   TO WS-TOT-READ.
005331     WRITE RPT-RECORD FROM WS-TOTAL-LINE-1
005332         AFTER ADVANCING 2 LINES.
005333     MOVE WS-CLEAN-COUNT  TO WS-TOT-CLEAN.
005334     WRITE RPT-RECORD FROM WS-TOTAL-LINE-2
005335         AFTER ADVANCING 1 LINE.
005336     MOVE WS-REJECT-COUNT TO WS-TOT-REJECT.
005337     WRITE RPT-RECORD FROM WS-TOTAL-LINE-3
005338         AFTER ADVANCING 1 LINE.
005339     MOVE WS-WARNING-COUNT TO WS-TOT-WARNING.
005340     WRITE RPT-RECORD FROM WS-TOTAL-LINE-4
005341         AFTER ADVANCING 1 LINE.
005342     MOVE WS-REHIRE-COUNT TO WS-TOT-REHIRE.
005343     WRITE RPT-RECORD FROM WS-TOTAL-LINE-5
005344         AFTER ADVANCING 1 LINE.
005345     WRITE RPT-RECORD FROM WS-TRAILER-LINE
005353         AFTER ADVANCING 2 LINES.
005363 4000-EXIT.
005373     EXIT.
005433 9000-TERMINATE.
005443     DISPLAY "EMPEDIT - READ: "     WS-READ-COUNT
005453         "  PASSED: "               WS-CLEAN-COUNT
005463         "  REJECTED: "             WS-REJECT-COUNT
005468         "  WARNINGS: "             WS-WARNING-COUNT
005470         "  REHIRES: "              WS-REHIRE-COUNT.
005473     CLOSE RAW-TRANS-FILE
005483           EMPLOYEE-MASTER
005493           DEPT-MASTER
005503           CLEAN-TRANS-FILE
005513           EDIT-REJECT-FILE
005523           EDIT-REPORT-FILE.
005525     IF FMR-FILE-OPEN
005527         CLOSE FORMER-EMPLOYEE
005529     END-IF.
005533     PERFORM 9900-STAMP-RUN-CONTROL THRU 9900-EXIT.
005543 9000-EXIT.
005553     EXIT.
