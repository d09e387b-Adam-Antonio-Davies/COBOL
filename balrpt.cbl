001400*      PAYEDIT CLEAN COUNT  =  BREAKS RECORDS READ           *    00140000
001500*      BREAKS NET PAY       =  PAYNET CHECKS PLUS ACH        *    00150000
001600*      BREAKS NET PAY       =  GLFEED NET JOURNAL LINE       *    00160000
001625*      OFF-CYCLE NET POSTED =  OFFCYCLE CHECKS LESS STOPS    *    00162500
001650*    (THE OFF-CYCLE LINE PRINTS ONLY WHEN OFFCYCLE RAN).     *    00165000
001700*    RETURN-CODE 8 WHEN ANY LEG IS OUT OR MISSING.           *    00170000
001800*                                                            *    00180000
001900**************************************************************    00190000
007700     10  WS-PAYOUT-FLAG            PIC X(03) VALUE "NO".          00770000
007800     10  WS-GLNET-AMT              PIC S9(09)V99 VALUE 0.         00780000
007900     10  WS-GLNET-FLAG             PIC X(03) VALUE "NO".          00790000
007910     10  WS-OFFPOST-AMT            PIC S9(09)V99 VALUE 0.         00791000
007920     10  WS-OFFPOST-FLAG           PIC X(03) VALUE "NO".          00792000
007930     10  WS-OFFCHECK-AMT           PIC S9(09)V99 VALUE 0.         00793000
007940     10  WS-OFFCHECK-FLAG          PIC X(03) VALUE "NO".          00794000
007950     10  WS-OFFSTOP-AMT            PIC S9(09)V99 VALUE 0.         00795000
007960     10  WS-OFFSTOP-FLAG           PIC X(03) VALUE "NO".          00796000
007970     10  WS-OFFNET-AMT             PIC S9(09)V99 VALUE 0.         00797000
008000                                                                  00800000
008100 01  WS-REC-COUNT-LINE.                                           00810000
008200     10  FILLER                    PIC X(14) VALUE                00820000
020700     IF BC-LEG = 'GLNET'                                          02070000
020800         MOVE BC-AMOUNT TO WS-GLNET-AMT                           02080000
020900         MOVE "YES" TO WS-GLNET-FLAG                              02090000
020905     ELSE                                                         02090500
020910     IF BC-LEG = 'OFFPOST'                                        02091000
020915         MOVE BC-AMOUNT TO WS-OFFPOST-AMT                         02091500
020920         MOVE "YES" TO WS-OFFPOST-FLAG                            02092000
020925     ELSE                                                         02092500
020930     IF BC-LEG = 'OFFCHECK'                                       02093000
020935         MOVE BC-AMOUNT TO WS-OFFCHECK-AMT                        02093500
020940         MOVE "YES" TO WS-OFFCHECK-FLAG                           02094000
020945     ELSE                                                         02094500
020950     IF BC-LEG = 'OFFSTOP'                                        02095000
020955         MOVE BC-AMOUNT TO WS-OFFSTOP-AMT                         02095500
020960         MOVE "YES" TO WS-OFFSTOP-FLAG                            02096000
020965     END-IF                                                       02096500
020970     END-IF                                                       02097000
020975     END-IF                                                       02097500
021000     END-IF                                                       02100000
021100     END-IF                                                       02110000
021200     END-IF                                                       02120000
025400         END-IF                                                   02540000
025500     END-IF                                                       02550000
025600     PERFORM 700-PRINT-LINE                                       02560000
025620     IF WS-OFFPOST-FLAG = "YES" OR WS-OFFCHECK-FLAG = "YES"       02562000
025640       OR WS-OFFSTOP-FLAG = "YES"                                 02564000
025660         PERFORM 620-PRINT-OFFCYCLE-LEG                           02566000
025680     END-IF                                                       02568000
025700     .                                                            02570000
025705                                                                  02570500
025710 620-PRINT-OFFCYCLE-LEG.                                          02571000
025715     MOVE 'OFFCYCLE POSTED -> CHECKS-STOPS' TO PR-LEG-NAME        02571500
025720     SUBTRACT WS-OFFSTOP-AMT FROM WS-OFFCHECK-AMT                 02572000
025725         GIVING WS-OFFNET-AMT                                     02572500
025730     MOVE WS-OFFPOST-AMT TO PR-LEFT-VAL                           02573000
025735     MOVE WS-OFFNET-AMT TO PR-RIGHT-VAL                           02573500
025740     IF WS-OFFPOST-FLAG = "NO" OR WS-OFFCHECK-FLAG = "NO"         02574000
025745       OR WS-OFFSTOP-FLAG = "NO"                                  02574500
025750         PERFORM 650-MISSING-LEG                                  02575000
025755     ELSE                                                         02575500
025760         IF WS-OFFPOST-AMT = WS-OFFNET-AMT                        02576000
025765             MOVE 'IN BALANCE' TO PR-VERDICT                      02576500
025770         ELSE                                                     02577000
025775             PERFORM 660-BROKEN-LEG                               02577500
025780         END-IF                                                   02578000
025785     END-IF                                                       02578500
025790     PERFORM 700-PRINT-LINE                                       02579000
025795     .                                                            02579500
025800                                                                  02580000
025900 650-MISSING-LEG.                                                 02590000
026000     ADD 1 TO OUT-OF-BAL-COUNT                                    02600000
