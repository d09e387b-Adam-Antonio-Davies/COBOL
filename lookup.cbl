000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060001
000700*    FORMAT OF THE SELECT STATEMENT FOR THE DATA SETS USED.  *    00070001
000725*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00072500
000750*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00075000
000775*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00077500
000780*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00078000
000785*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00078500
000790*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00079000
000800*                                                            *    00080000
000900**************************************************************    00090000
001000                                                                  00100000
002200     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00220022
002250     SELECT OPTIONAL DIVISION-MASTER-FILE ASSIGN TO DIVMSTR.      00225000
002275     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00227500
002295     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00229500
002297     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00229700
002300                                                                  00230000
002400 DATA DIVISION.                                                   00240000
003593     RECORDING MODE IS F.                                         00359300
003596     COPY OTRULES.                                                00359600
003600                                                                  00360000
003625 FD  PAY-TYPE-FILE                                                00362500
003650     RECORDING MODE IS F.                                         00365000
003675     COPY PAYTYPE.                                                00367500
003700                                                                  00370000
003710 FD  AUDIT-FILE                                                   00371000
003720     RECORDING MODE IS F.                                         00372000
003730     COPY AUDITLOG.                                               00373000
010350 01  DIV-COUNT                     PIC 9(03) VALUE ZERO.          01035000
010700 01  DIV-EOF-FLAG                  PIC X(03) VALUE "NO".          01070000
010787                                                                  01078700
010792 01  PAY-TYPE-TABLE.                                              01079200
010797     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01079700
010802     10  TY-ITEM                   OCCURS 20 TIMES.               01080200
010807         15  TY-CODE               PIC X(01).                     01080700
010812         15  TY-METHOD             PIC X(01).                     01081200
010817         15  TY-OT-FLAG            PIC X(01).                     01081700
010822                                                                  01082200
010827 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01082700
010832 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01083200
010837 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01083700
010842 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01084200
010847 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01084700
010852                                                                  01085200
010874 01  EXCEPTION-TABLE.                                             01087400
010961     10  EXC-COUNT                 PIC 9(03) VALUE ZERO.          01096100
011048     10  EXCEPTION-ITEM            OCCURS 100 TIMES.              01104800
011357                                                                  01135700
011363 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01136300
011369 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01136900
011374 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01137400
011375 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01137500
011381 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01138100
011387 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01138700
019100     OPEN OUTPUT PRINT-FILE                                       01910010
019150     PERFORM 840-LOAD-DIVISIONS                                   01915000
019175     PERFORM 845-LOAD-OT-RULES                                    01917500
019195     PERFORM 847-LOAD-PAY-TYPES                                   01919500
019200     PERFORM 100-READ-INPUT                                       01920010
019300     MOVE PAY-DIV TO DD-DIV                                       01930099
019400     MOVE PAY-DEPT TO DD-DEPT                                     01940099
023150     PERFORM 340-OT-RULE-LOOKUP                                   02315000
023200     INITIALIZE PAY-CAL-FIELDS                                    02320099
023300     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          02330055
023350     PERFORM 345-PAY-TYPE-LOOKUP                                  02335000
023400     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              02340028
023500         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        02350099
023600         MOVE PAY-EMP-RATE TO PC-REG-PAY                          02360099
023700         PERFORM 480-NET-PAY                                      02370099
023800     ELSE                                                         02380028
023900         IF TY-FOUND-FLAG = 'YES'                                 02390028
024000             PERFORM 440-HOURLY                                   02400028
024100         ELSE                                                     02410028
024137             MOVE 'YES' TO WS-SKIP-PRINT-FLAG                     02413700
024400         END-IF                                                   02440029
024500     END-IF                                                       02450029
024600     .                                                            02460027
024605                                                                  02460500
024610 438-SET-OT-LIMIT.                                                02461000
024615     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       02461500
024620     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               02462000
024625         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 02462500
024630           GIVING WS-OT-HR-LIMIT                                  02463000
024635         IF WS-OT-HR-LIMIT < 0                                    02463500
024640             MOVE 0 TO WS-OT-HR-LIMIT                             02464000
024645         END-IF                                                   02464500
024650     END-IF                                                       02465000
024651     IF WS-TY-OT-FLAG NOT = 'Y'                                   02465100
024652         MOVE 9999.9 TO WS-OT-HR-LIMIT                            02465200
024653     END-IF                                                       02465300
024655     .                                                            02465500
024700                                                                  02470042
024800 440-HOURLY.                                                      02480099
024850     PERFORM 438-SET-OT-LIMIT                                     02485000
024900     IF PC-HR-USED > WS-OT-HR-LIMIT                               02490000
025000         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  02500000
025100           GIVING PC-OT-HR                                        02510099
025200         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         02520000
025300         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                02530000
025400           GIVING PC-OT-RATE ROUNDED                              02540099
025500         MULTIPLY PC-OT-RATE BY PC-OT-HR                          02550099
039770     WRITE AUD-REC                                                03977000
039780     CLOSE AUDIT-FILE                                             03978000
039790     .                                                            03979000
039890                                                                  03989000
039990 847-LOAD-PAY-TYPES.                                              03999000
040090     OPEN INPUT PAY-TYPE-FILE                                     04009000
040190     MOVE 'NO' TO TY-EOF-FLAG                                     04019000
040290     MOVE 0 TO TY-COUNT                                           04029000
040390     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            04039000
040490         READ PAY-TYPE-FILE                                       04049000
040590           AT END                                                 04059000
040690             MOVE 'YES' TO TY-EOF-FLAG                            04069000
040790           NOT AT END                                             04079000
040890             IF TY-COUNT < 20                                     04089000
040990               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          04099000
041090                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         04109000
041190                 ADD 1 TO TY-COUNT                                04119000
041290                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              04129000
041390                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          04139000
041490                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        04149000
041590             END-IF                                               04159000
041690         END-READ                                                 04169000
041790     END-PERFORM                                                  04179000
041890     CLOSE PAY-TYPE-FILE                                          04189000
041990     IF TY-COUNT = 0                                              04199000
042090         MOVE 2 TO TY-COUNT                                       04209000
042190         MOVE 'S' TO TY-CODE (1)                                  04219000
042290         MOVE 'F' TO TY-METHOD (1)                                04229000
042390         MOVE 'N' TO TY-OT-FLAG (1)                               04239000
042490         MOVE 'H' TO TY-CODE (2)                                  04249000
042590         MOVE 'H' TO TY-METHOD (2)                                04259000
042690         MOVE 'Y' TO TY-OT-FLAG (2)                               04269000
042790     END-IF                                                       04279000
042890     .                                                            04289000
042990                                                                  04299000
043090 345-PAY-TYPE-LOOKUP.                                             04309000
043190     MOVE 'NO' TO TY-FOUND-FLAG                                   04319000
043290     MOVE SPACE TO WS-TY-METHOD                                   04329000
043390     MOVE 'N' TO WS-TY-OT-FLAG                                    04339000
043490     MOVE 1 TO TY-SUB                                             04349000
043590     PERFORM 346-PAY-TYPE-SCAN                                    04359000
043690       UNTIL TY-FOUND-FLAG = 'YES'                                04369000
043790       OR TY-SUB > TY-COUNT                                       04379000
043890     .                                                            04389000
043990                                                                  04399000
044090 346-PAY-TYPE-SCAN.                                               04409000
044190     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           04419000
044290         MOVE 'YES' TO TY-FOUND-FLAG                              04429000
044390         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  04439000
044490         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                04449000
044590     ELSE                                                         04459000
044690         ADD 1 TO TY-SUB                                          04469000
044790     END-IF                                                       04479000
044890     .                                                            04489000
