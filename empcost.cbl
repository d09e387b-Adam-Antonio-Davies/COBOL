001600*    FICA/UNEM/RMAT/ACCR) WITH COMPILED-ACCOUNT FALLBACKS.   *    00160000
001700*    REVERSAL ADJUSTMENTS ARE NEGATED SO THE ACCRUAL         *    00170000
001800*    FOLLOWS THE POSTED WAGES.                               *    00180000
001825*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00182500
001850*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00185000
001875*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00187500
001880*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00188000
001885*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00188500
001890*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00189000
001900*                                                            *    00190000
002000**************************************************************    00200000
002100                                                                  00210000
003400     SELECT ACCRUAL-FILE           ASSIGN TO ERACCRUE.            00340000
003500     SELECT OPTIONAL ER-COST-CONTROL-FILE ASSIGN TO ERCOST.       00350000
003600     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00360000
003650     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00365000
003700     SELECT OPTIONAL COA-CONTROL-FILE ASSIGN TO GLCOA.            00370000
003800     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00380000
003900                                                                  00390000
006800 FD  OT-CONTROL-FILE                                              00680000
006900     RECORDING MODE IS F.                                         00690000
007000     COPY OTRULES.                                                00700000
007020                                                                  00702000
007040 FD  PAY-TYPE-FILE                                                00704000
007060     RECORDING MODE IS F.                                         00706000
007080     COPY PAYTYPE.                                                00708000
007100                                                                  00710000
007200 FD  COA-CONTROL-FILE                                             00720000
007300     RECORDING MODE IS F.                                         00730000
013100     10  WS-DR-TOTAL               PIC S9(11)V99 VALUE 0.         01310000
013200     10  WS-CR-TOTAL               PIC S9(11)V99 VALUE 0.         01320000
013300                                                                  01330000
013305 01  PAY-TYPE-TABLE.                                              01330500
013310     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01331000
013315     10  TY-ITEM                   OCCURS 20 TIMES.               01331500
013320         15  TY-CODE               PIC X(01).                     01332000
013325         15  TY-METHOD             PIC X(01).                     01332500
013330         15  TY-OT-FLAG            PIC X(01).                     01333000
013335                                                                  01333500
013340 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01334000
013345 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01334500
013350 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01335000
013355 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01335500
013360 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01336000
013365                                                                  01336500
013400 01  OT-RULES-TABLE.                                              01340000
013500     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01350000
013600     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01360000
014000                                                                  01400000
014100 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01410000
014200 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01420000
014250 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01425000
014300 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01430000
014400 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01440000
014500 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01450000
023800     OPEN OUTPUT ACCRUAL-FILE                                     02380000
023900     PERFORM 843-LOAD-ER-COST-RATES                               02390000
024000     PERFORM 846-LOAD-OT-RULES                                    02400000
024050     PERFORM 847-LOAD-PAY-TYPES                                   02405000
024100     PERFORM 848-LOAD-CHART-OF-ACCOUNTS                           02410000
024200     PERFORM 100-READ-INPUT                                       02420000
024300     PERFORM 850-GET-DATE                                         02430000
026900     ADD 1 TO REC-COUNT.                                          02690000
027000                                                                  02700000
027100 300-PROCESS-DATA.                                                02710000
027150     PERFORM 345-PAY-TYPE-LOOKUP                                  02715000
027200     IF TY-FOUND-FLAG = 'NO'                                      02720000
027300         ADD 1 TO EXC-COUNT                                       02730000
027400     ELSE                                                         02740000
027500         PERFORM 340-OT-RULE-LOOKUP                               02750000
032000 400-CAL-PAY.                                                     03200000
032100     INITIALIZE PAY-CAL-FIELDS                                    03210000
032200     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          03220000
032300     IF WS-TY-METHOD = 'F'                                        03230000
032400         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        03240000
032500     ELSE                                                         03250000
032600         PERFORM 440-HOURLY                                       03260000
032700     END-IF                                                       03270000
032800     .                                                            03280000
032805                                                                  03280500
032810 438-SET-OT-LIMIT.                                                03281000
032815     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       03281500
032820     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               03282000
032825         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 03282500
032830           GIVING WS-OT-HR-LIMIT                                  03283000
032835         IF WS-OT-HR-LIMIT < 0                                    03283500
032840             MOVE 0 TO WS-OT-HR-LIMIT                             03284000
032845         END-IF                                                   03284500
032850     END-IF                                                       03285000
032851     IF WS-TY-OT-FLAG NOT = 'Y'                                   03285100
032852         MOVE 9999.9 TO WS-OT-HR-LIMIT                            03285200
032853     END-IF                                                       03285300
032855     .                                                            03285500
032900                                                                  03290000
033000 440-HOURLY.                                                      03300000
033050     PERFORM 438-SET-OT-LIMIT                                     03305000
033100     IF PC-HR-USED > WS-OT-HR-LIMIT                               03310000
033200         PERFORM 450-OT-PAY                                       03320000
033300     ELSE                                                         03330000
033400         MOVE 0 TO PC-OT-PAY                                      03340000
033800     .                                                            03380000
033900                                                                  03390000
034000 450-OT-PAY.                                                      03400000
034100     SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                      03410000
034200       GIVING PC-OT-HR                                            03420000
034300     MOVE WS-OT-HR-LIMIT TO PC-REG-HR                             03430000
034400     MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                    03440000
034500       GIVING PC-OT-RATE ROUNDED                                  03450000
034600     MULTIPLY PC-OT-RATE BY PC-OT-HR                              03460000
062900     WRITE AUD-REC                                                06290000
063000     CLOSE AUDIT-FILE                                             06300000
063100     .                                                            06310000
063200                                                                  06320000
063300 847-LOAD-PAY-TYPES.                                              06330000
063400     OPEN INPUT PAY-TYPE-FILE                                     06340000
063500     MOVE 'NO' TO TY-EOF-FLAG                                     06350000
063600     MOVE 0 TO TY-COUNT                                           06360000
063700     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            06370000
063800         READ PAY-TYPE-FILE                                       06380000
063900           AT END                                                 06390000
064000             MOVE 'YES' TO TY-EOF-FLAG                            06400000
064100           NOT AT END                                             06410000
064200             IF TY-COUNT < 20                                     06420000
064300               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          06430000
064400                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         06440000
064500                 ADD 1 TO TY-COUNT                                06450000
064600                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              06460000
064700                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          06470000
064800                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        06480000
064900             END-IF                                               06490000
065000         END-READ                                                 06500000
065100     END-PERFORM                                                  06510000
065200     CLOSE PAY-TYPE-FILE                                          06520000
065300     IF TY-COUNT = 0                                              06530000
065400         MOVE 2 TO TY-COUNT                                       06540000
065500         MOVE 'S' TO TY-CODE (1)                                  06550000
065600         MOVE 'F' TO TY-METHOD (1)                                06560000
065700         MOVE 'N' TO TY-OT-FLAG (1)                               06570000
065800         MOVE 'H' TO TY-CODE (2)                                  06580000
065900         MOVE 'H' TO TY-METHOD (2)                                06590000
066000         MOVE 'Y' TO TY-OT-FLAG (2)                               06600000
066100     END-IF                                                       06610000
066200     .                                                            06620000
066300                                                                  06630000
066400 345-PAY-TYPE-LOOKUP.                                             06640000
066500     MOVE 'NO' TO TY-FOUND-FLAG                                   06650000
066600     MOVE SPACE TO WS-TY-METHOD                                   06660000
066700     MOVE 'N' TO WS-TY-OT-FLAG                                    06670000
066800     MOVE 1 TO TY-SUB                                             06680000
066900     PERFORM 346-PAY-TYPE-SCAN                                    06690000
067000       UNTIL TY-FOUND-FLAG = 'YES'                                06700000
067100       OR TY-SUB > TY-COUNT                                       06710000
067200     .                                                            06720000
067300                                                                  06730000
067400 346-PAY-TYPE-SCAN.                                               06740000
067500     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           06750000
067600         MOVE 'YES' TO TY-FOUND-FLAG                              06760000
067700         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  06770000
067800         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                06780000
067900     ELSE                                                         06790000
068000         ADD 1 TO TY-SUB                                          06800000
068100     END-IF                                                       06810000
068200     .                                                            06820000
