001600*    EXTRACTS - REPORT ONLY, LIKE THE RUNCTL SELECT MODE.    *    00160000
001700*    PRIOR-PERIOD ADJUSTMENT RECORDS ARE LEFT OUT OF THE     *    00170000
001800*    COMPARISON.                                             *    00180000
001825*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00182500
001850*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00185000
001875*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00187500
001885*    THE PROPOSED RULE KEEPS THOSE SAME OT HOURS AND ONLY    *    00188500
001895*    APPLIES ITS OWN MULTIPLIER TO THEM.                     *    00189500
001896*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00189600
001897*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00189700
001898*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00189800
001900*                                                            *    00190000
002000**************************************************************    00200000
002100                                                                  00210000
003200     SELECT PAY-FILE               ASSIGN TO MYINFILE.            00320000
003300     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00330000
003400     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00340000
003450     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00345000
003500     SELECT OPTIONAL OT-PROPOSED-FILE ASSIGN TO OTRULESP.         00350000
003600     SELECT OPTIONAL TAX-CONTROL-FILE ASSIGN TO TAXBRKT.          00360000
003700     SELECT OPTIONAL TAX-PROPOSED-FILE ASSIGN TO TAXBRKTP.        00370000
005700 FD  OT-CONTROL-FILE                                              00570000
005800     RECORDING MODE IS F.                                         00580000
005900     COPY OTRULES.                                                00590000
005920                                                                  00592000
005940 FD  PAY-TYPE-FILE                                                00594000
005960     RECORDING MODE IS F.                                         00596000
005980     COPY PAYTYPE.                                                00598000
006000                                                                  00600000
006100 FD  OT-PROPOSED-FILE                                             00610000
006200     RECORDING MODE IS F.                                         00620000
013900     10  CT-TAX-DELTA              PIC S9(11)V99 VALUE 0.         01390000
014000 01  WS-DIV-DELTA                  PIC S9(09)V99 VALUE 0.         01400000
014100                                                                  01410000
014105 01  PAY-TYPE-TABLE.                                              01410500
014110     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01411000
014115     10  TY-ITEM                   OCCURS 20 TIMES.               01411500
014120         15  TY-CODE               PIC X(01).                     01412000
014125         15  TY-METHOD             PIC X(01).                     01412500
014130         15  TY-OT-FLAG            PIC X(01).                     01413000
014135                                                                  01413500
014140 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01414000
014145 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01414500
014150 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01415000
014155 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01415500
014160 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01416000
014165                                                                  01416500
014200 01  OT-RULES-TABLE.                                              01420000
014300     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01430000
014400     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01440000
015500                                                                  01550000
015600 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01560000
015700 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01570000
015750 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01575000
015800 01  WS-OTP-THRESHOLD              PIC 9(04)V9  VALUE 40.0.       01580000
015900 01  WS-OTP-MULTIPLIER             PIC 9(01)V99 VALUE 1.50.       01590000
015950 01  WS-OTP-HR-LIMIT               PIC S9(04)V9 VALUE 0.          01595000
016000 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01600000
016100 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01610000
016200 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01620000
025900     OPEN OUTPUT PRINT-FILE                                       02590000
026000     OPEN INPUT EMPLOYEE-MASTER-FILE                              02600000
026100     PERFORM 846-LOAD-OT-RULES                                    02610000
026150     PERFORM 839-LOAD-PAY-TYPES                                   02615000
026200     PERFORM 847-LOAD-OT-PROPOSED                                 02620000
026300     PERFORM 843-LOAD-TAX-BRACKETS                                02630000
026400     PERFORM 844-LOAD-TAX-PROPOSED                                02640000
029400     IF PAY-ADJ-IND = 'A' OR PAY-ADJ-IND = 'R'                    02940000
029500         CONTINUE                                                 02950000
029600     ELSE                                                         02960000
029650     PERFORM 335-PAY-TYPE-LOOKUP                                  02965000
029700     IF TY-FOUND-FLAG = 'YES'                                     02970000
029800         PERFORM 340-OT-RULE-LOOKUP                               02980000
029900         PERFORM 345-OT-PROPOSED-LOOKUP                           02990000
030000         PERFORM 360-GET-DEPENDENTS                               03000000
031000     PERFORM 100-READ-INPUT                                       03100000
031100     .                                                            03110000
031200                                                                  03120000
031204 335-PAY-TYPE-LOOKUP.                                             03120400
031208     MOVE 'NO' TO TY-FOUND-FLAG                                   03120800
031212     MOVE SPACE TO WS-TY-METHOD                                   03121200
031216     MOVE 'N' TO WS-TY-OT-FLAG                                    03121600
031220     MOVE 1 TO TY-SUB                                             03122000
031224     PERFORM 336-PAY-TYPE-SCAN                                    03122400
031228       UNTIL TY-FOUND-FLAG = 'YES'                                03122800
031232       OR TY-SUB > TY-COUNT                                       03123200
031236     .                                                            03123600
031240                                                                  03124000
031244 336-PAY-TYPE-SCAN.                                               03124400
031248     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           03124800
031252         MOVE 'YES' TO TY-FOUND-FLAG                              03125200
031256         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  03125600
031260         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                03126000
031264     ELSE                                                         03126400
031268         ADD 1 TO TY-SUB                                          03126800
031272     END-IF                                                       03127200
031276     .                                                            03127600
031280                                                                  03128000
031300 340-OT-RULE-LOOKUP.                                              03130000
031400     MOVE 'NO' TO OT-FOUND-FLAG                                   03140000
031500     MOVE 1 TO OT-SUB                                             03150000
040100 400-CAL-PAY-CURRENT.                                             04010000
040200     INITIALIZE CUR-CAL-FIELDS                                    04020000
040300     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          04030000
040400     IF WS-TY-METHOD = 'F'                                        04040000
040500         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        04050000
040600     ELSE                                                         04060000
040700         PERFORM 440-HOURLY-CURRENT                               04070000
040800     END-IF                                                       04080000
040900     .                                                            04090000
040905                                                                  04090500
040910 438-SET-OT-LIMIT.                                                04091000
040915     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       04091500
040920     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               04092000
040925         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 04092500
040930           GIVING WS-OT-HR-LIMIT                                  04093000
040935         IF WS-OT-HR-LIMIT < 0                                    04093500
040940             MOVE 0 TO WS-OT-HR-LIMIT                             04094000
040945         END-IF                                                   04094500
040950     END-IF                                                       04095000
040951     IF WS-TY-OT-FLAG NOT = 'Y'                                   04095100
040952         MOVE 9999.9 TO WS-OT-HR-LIMIT                            04095200
040953     END-IF                                                       04095300
040955     .                                                            04095500
041000                                                                  04100000
041100 440-HOURLY-CURRENT.                                              04110000
041150     PERFORM 438-SET-OT-LIMIT                                     04115000
041200     IF PC-HR-USED > WS-OT-HR-LIMIT                               04120000
041300         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  04130000
041400           GIVING PC-OT-HR                                        04140000
041500         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         04150000
041600         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                04160000
041700           GIVING PC-OT-RATE ROUNDED                              04170000
041800         MULTIPLY PC-OT-RATE BY PC-OT-HR                          04180000
043100 405-CAL-PAY-PROPOSED.                                            04310000
043200     INITIALIZE PROP-CAL-FIELDS                                   04320000
043300     MOVE PAY-HOURS-WORKED TO PP-HR-USED                          04330000
043400     IF WS-TY-METHOD = 'F'                                        04340000
043500         MOVE PAY-EMP-RATE TO PP-GROSS-PAY                        04350000
043600     ELSE                                                         04360000
043700         PERFORM 445-HOURLY-PROPOSED                              04370000
043800     END-IF                                                       04380000
043900     .                                                            04390000
043905                                                                  04390500
043910 443-SET-OTP-LIMIT.                                               04391000
043915     MOVE WS-OTP-THRESHOLD TO WS-OTP-HR-LIMIT                     04391500
043920     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               04392000
043925         SUBTRACT PAY-WEEK-OT-HRS FROM PP-HR-USED                 04392500
043930           GIVING WS-OTP-HR-LIMIT                                 04393000
043935         IF WS-OTP-HR-LIMIT < 0                                   04393500
043940             MOVE 0 TO WS-OTP-HR-LIMIT                            04394000
043945         END-IF                                                   04394500
043950     END-IF                                                       04395000
043951     IF WS-TY-OT-FLAG NOT = 'Y'                                   04395100
043952         MOVE 9999.9 TO WS-OTP-HR-LIMIT                           04395200
043953     END-IF                                                       04395300
043955     .                                                            04395500
044000                                                                  04400000
044100 445-HOURLY-PROPOSED.                                             04410000
044150     PERFORM 443-SET-OTP-LIMIT                                    04415000
044200     IF PP-HR-USED > WS-OTP-HR-LIMIT                              04420000
044300         SUBTRACT WS-OTP-HR-LIMIT FROM PP-HR-USED                 04430000
044400           GIVING PP-OT-HR                                        04440000
044500         MOVE WS-OTP-HR-LIMIT TO PP-REG-HR                        04450000
044600         MULTIPLY PAY-EMP-RATE BY WS-OTP-MULTIPLIER               04460000
044700           GIVING PP-OT-RATE ROUNDED                              04470000
044800         MULTIPLY PP-OT-RATE BY PP-OT-HR                          04480000
065100     MOVE 0 TO WS-LINE-COUNT                                      06510000
065200     .                                                            06520000
065300                                                                  06530000
065302 839-LOAD-PAY-TYPES.                                              06530200
065304     OPEN INPUT PAY-TYPE-FILE                                     06530400
065306     MOVE 'NO' TO TY-EOF-FLAG                                     06530600
065308     MOVE 0 TO TY-COUNT                                           06530800
065310     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            06531000
065312         READ PAY-TYPE-FILE                                       06531200
065314           AT END                                                 06531400
065316             MOVE 'YES' TO TY-EOF-FLAG                            06531600
065318           NOT AT END                                             06531800
065320             IF TY-COUNT < 20                                     06532000
065322               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          06532200
065324                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         06532400
065326                 ADD 1 TO TY-COUNT                                06532600
065328                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              06532800
065330                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          06533000
065332                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        06533200
065334             END-IF                                               06533400
065336         END-READ                                                 06533600
065338     END-PERFORM                                                  06533800
065340     CLOSE PAY-TYPE-FILE                                          06534000
065342     IF TY-COUNT = 0                                              06534200
065344         MOVE 2 TO TY-COUNT                                       06534400
065346         MOVE 'S' TO TY-CODE (1)                                  06534600
065348         MOVE 'F' TO TY-METHOD (1)                                06534800
065350         MOVE 'N' TO TY-OT-FLAG (1)                               06535000
065352         MOVE 'H' TO TY-CODE (2)                                  06535200
065354         MOVE 'H' TO TY-METHOD (2)                                06535400
065356         MOVE 'Y' TO TY-OT-FLAG (2)                               06535600
065358     END-IF                                                       06535800
065360     .                                                            06536000
065362                                                                  06536200
065400 843-LOAD-TAX-BRACKETS.                                           06540000
065500     OPEN INPUT TAX-CONTROL-FILE                                  06550000
065600     MOVE "NO" TO TXB-EOF-FLAG                                    06560000
