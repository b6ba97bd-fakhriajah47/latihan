000150*                     RESULT IS RETURNED IN THE 31-DIGIT FIELD
000160*                     OF FACTWK.  N ABOVE 29 EXCEEDS 31 DIGITS
000170*                     AND RETURNS THE OVERFLOW SWITCH INSTEAD.
000171*    2026-10-15 DLW   ADDED PERMUTATION (NPR) AND COMBINATION
000172*                     (NCR) CALCULATION TYPES.  NPR MULTIPLIES
000173*                     ONLY THE R TOP FACTORS OF N!, AND NCR
000174*                     BUILDS C(N-K+I,I) FOR I = 1 TO K, THE
000175*                     SMALLER OF R AND N-R, DIVIDING AS IT GOES,
000176*                     SO NEITHER EVER FORMS A FACTORIAL THE
000177*                     ANSWER DOES NOT NEED.  TWO HEADROOM
000178*                     SEGMENTS HOLD A COMBINATION'S PRODUCT
000179*                     BEFORE ITS DIVIDE.  R ABOVE N GIVES ZERO.
000180*****************************************************************
000190
000200 ENVIRONMENT DIVISION.
000260 WORKING-STORAGE SECTION.
000270*****************************************************************
000280*    MULTI-SEGMENT PRODUCT - FC-SEGMENT (1) IS THE LOW-ORDER
000290*    FOUR DIGITS.  THE RESULT MUST FIT THE LOW EIGHT SEGMENTS,
000300*    WITH SEGMENT 8 LIMITED TO THREE DIGITS, SO IT FITS THE
000310*    31-DIGIT FIELD RETURNED TO THE CALLER.  SEGMENTS 9 AND 10
000312*    ARE HEADROOM FOR A COMBINATION'S PRODUCT, WHICH IS AT MOST
000314*    THREE DIGITS LONGER THAN THE QUOTIENT IT IS DIVIDED DOWN
000316*    TO.
000320*****************************************************************
000330 01  FC-SEGMENT-TABLE.
000340     05  FC-SEGMENT          OCCURS 10 TIMES
000350                             INDEXED BY FC-SEG-IDX
000360                                     PIC 9(08) COMP.
000370
000380 77  FC-MULTIPLIER                   PIC 9(04) COMP VALUE ZERO.
000390 77  FC-CARRY                        PIC 9(08) COMP VALUE ZERO.
000400 77  FC-WORK                         PIC 9(08) COMP VALUE ZERO.
000410 77  FC-SEG-NBR                      PIC 9(02) COMP VALUE ZERO.
000412 77  FC-FIRST-FACTOR                 PIC 9(04) COMP VALUE ZERO.
000414 77  FC-SMALLER-R                    PIC 9(03) COMP VALUE ZERO.
000416 77  FC-DIVISOR                      PIC 9(04) COMP VALUE ZERO.
000418 77  FC-REMAINDER                    PIC 9(08) COMP VALUE ZERO.
000420
000430 LINKAGE SECTION.
000440     COPY FACTWK.
000460 PROCEDURE DIVISION USING FCW-PARAMETERS.
000470*****************************************************************
000480*    0000-MAINLINE
000490*    CONTROLS THE FACTORIAL, PERMUTATION OR COMBINATION
000495*    COMPUTATION FOR THE PASSED CALCULATION TYPE, N AND R.
000500*****************************************************************
000510 0000-MAINLINE.
000520     SET FCW-NO-OVERFLOW TO TRUE.
000530     PERFORM 1000-CLEAR-SEGMENTS THRU 1000-EXIT
000540         VARYING FC-SEG-IDX FROM 1 BY 1
000550         UNTIL FC-SEG-IDX > 10.
000560     MOVE 1 TO FC-SEGMENT (1).
000564     EVALUATE TRUE
000568         WHEN FCW-PERMUTATION
000572             PERFORM 4000-PERMUTATION THRU 4000-EXIT
000576         WHEN FCW-COMBINATION
000580             PERFORM 5000-COMBINATION THRU 5000-EXIT
000584         WHEN OTHER
000588             PERFORM 2050-FACTOR-STEP THRU 2050-EXIT
000592                 VARYING FC-MULTIPLIER FROM 2 BY 1
000596                 UNTIL FC-MULTIPLIER > FCW-N
000600                    OR FCW-OVERFLOW
000604     END-EVALUATE.
000610     IF FCW-OVERFLOW
000620         MOVE ZERO TO FCW-RESULT
000630     ELSE
000740*    2000-MULTIPLY-STEP
000750*    MULTIPLIES THE WHOLE SEGMENTED PRODUCT BY THE CURRENT
000760*    MULTIPLIER, PROPAGATING THE CARRY UPWARD.  A CARRY PAST
000770*    THE HEADROOM SEGMENTS MEANS THE PRODUCT CANNOT BE HELD.
000790*****************************************************************
000800 2000-MULTIPLY-STEP.
000810     MOVE ZERO TO FC-CARRY.
000820     PERFORM 2100-MULTIPLY-SEGMENT THRU 2100-EXIT
000830         VARYING FC-SEG-IDX FROM 1 BY 1
000840         UNTIL FC-SEG-IDX > 10.
000850     IF FC-CARRY > ZERO
000870         SET FCW-OVERFLOW TO TRUE
000880     END-IF.
000890 2000-EXIT.
000900     EXIT.
000901
000902*****************************************************************
000903*    2050-FACTOR-STEP
000904*    ONE FACTOR OF A FACTORIAL OR PERMUTATION.  THE PRODUCT
000905*    ONLY GROWS, SO ONCE IT NO LONGER FITS 31 DIGITS THE
000906*    RESULT WILL NOT EITHER.
000907*****************************************************************
000908 2050-FACTOR-STEP.
000909     PERFORM 2000-MULTIPLY-STEP THRU 2000-EXIT.
000910     PERFORM 2500-CHECK-CAPACITY THRU 2500-EXIT.
000911 2050-EXIT.
000912     EXIT.
000913
000920 2100-MULTIPLY-SEGMENT.
000930     COMPUTE FC-WORK = FC-SEGMENT (FC-SEG-IDX) * FC-MULTIPLIER
000940                     + FC-CARRY.
000970         REMAINDER FC-SEGMENT (FC-SEG-IDX).
000980 2100-EXIT.
000990     EXIT.
000991
000992*****************************************************************
000993*    2500-CHECK-CAPACITY
000994*    ANYTHING IN THE HEADROOM SEGMENTS, OR A TOP RESULT
000995*    SEGMENT PAST THREE DIGITS, MEANS THE VALUE NO LONGER FITS
000996*    THE 31-DIGIT RESULT FIELD.
000997*****************************************************************
000998 2500-CHECK-CAPACITY.
000999     IF FC-SEGMENT (10) > ZERO
001000       OR FC-SEGMENT (9) > ZERO
001001       OR FC-SEGMENT (8) > 999
001002         SET FCW-OVERFLOW TO TRUE
001003     END-IF.
001004 2500-EXIT.
001005     EXIT.
001006
001010*****************************************************************
001020*    3000-UNLOAD-RESULT
001030*    ASSEMBLES THE SEGMENTED PRODUCT INTO THE 31-DIGIT RESULT
001160                        + FC-SEGMENT (FC-SEG-NBR).
001170 3100-EXIT.
001180     EXIT.
001190
001200*****************************************************************
001210*    4000-PERMUTATION
001220*    NPR = N! / (N-R)! IS THE PRODUCT OF THE R FACTORS FROM
001230*    N-R+1 UP TO N; (N-R)! ITSELF IS NEVER FORMED.  R OF ZERO
001240*    GIVES ONE, R ABOVE N GIVES ZERO.
001250*****************************************************************
001260 4000-PERMUTATION.
001270     IF FCW-R > FCW-N
001280         MOVE ZERO TO FC-SEGMENT (1)
001290         GO TO 4000-EXIT
001300     END-IF.
001310     COMPUTE FC-FIRST-FACTOR = FCW-N - FCW-R + 1.
001320     PERFORM 2050-FACTOR-STEP THRU 2050-EXIT
001330         VARYING FC-MULTIPLIER FROM FC-FIRST-FACTOR BY 1
001340         UNTIL FC-MULTIPLIER > FCW-N
001350            OR FCW-OVERFLOW.
001360 4000-EXIT.
001370     EXIT.
001380
001390*****************************************************************
001400*    5000-COMBINATION
001410*    NCR = NCK WITH K THE SMALLER OF R AND N-R.  STEP I
001420*    MULTIPLIES BY N-K+I AND DIVIDES EXACTLY BY I, LEAVING
001430*    C(N-K+I,I), WHICH NEVER EXCEEDS THE FINAL ANSWER - SO AN
001440*    OVERFLOW AFTER ANY DIVIDE MEANS THE ANSWER ITSELF WILL NOT
001450*    FIT.  R ABOVE N GIVES ZERO.
001460*****************************************************************
001470 5000-COMBINATION.
001480     IF FCW-R > FCW-N
001490         MOVE ZERO TO FC-SEGMENT (1)
001500         GO TO 5000-EXIT
001510     END-IF.
001520     COMPUTE FC-SMALLER-R = FCW-N - FCW-R.
001530     IF FCW-R < FC-SMALLER-R
001540         MOVE FCW-R TO FC-SMALLER-R
001550     END-IF.
001560     PERFORM 5100-COMBINATION-STEP THRU 5100-EXIT
001570         VARYING FC-DIVISOR FROM 1 BY 1
001580         UNTIL FC-DIVISOR > FC-SMALLER-R
001590            OR FCW-OVERFLOW.
001600 5000-EXIT.
001610     EXIT.
001620
001630 5100-COMBINATION-STEP.
001640     COMPUTE FC-MULTIPLIER = FCW-N - FC-SMALLER-R + FC-DIVISOR.
001650     PERFORM 2000-MULTIPLY-STEP THRU 2000-EXIT.
001660     IF FCW-OVERFLOW
001670         GO TO 5100-EXIT
001680     END-IF.
001690     MOVE ZERO TO FC-REMAINDER.
001700     PERFORM 5200-DIVIDE-SEGMENT THRU 5200-EXIT
001710         VARYING FC-SEG-NBR FROM 10 BY -1
001720         UNTIL FC-SEG-NBR < 1.
001730     PERFORM 2500-CHECK-CAPACITY THRU 2500-EXIT.
001740 5100-EXIT.
001750     EXIT.
001760
001770*****************************************************************
001780*    5200-DIVIDE-SEGMENT
001790*    DIVIDES THE SEGMENTED PRODUCT BY THE CURRENT DIVISOR,
001800*    HIGH-ORDER SEGMENT FIRST, CARRYING THE REMAINDER DOWN.
001810*****************************************************************
001820 5200-DIVIDE-SEGMENT.
001830     COMPUTE FC-WORK = FC-REMAINDER * 10000
001840                     + FC-SEGMENT (FC-SEG-NBR).
001850     DIVIDE FC-WORK BY FC-DIVISOR
001860         GIVING FC-SEGMENT (FC-SEG-NBR)
001870         REMAINDER FC-REMAINDER.
001880 5200-EXIT.
001890     EXIT.
