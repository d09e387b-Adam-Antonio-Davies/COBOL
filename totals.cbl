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
002250     SELECT CSV-FILE           ASSIGN TO CSVFILE.                 00225000
002275     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00227500
002279     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00227900
002280     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL.           00228000
002297     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00229700
002300                                                                  00230000
003599     RECORDING MODE IS F.                                         00359900
003600     COPY RUNCTL.                                                 00360000
003655                                                                  00365500
003665 FD  PAY-TYPE-FILE                                                00366500
003675     RECORDING MODE IS F.                                         00367500
003685     COPY PAYTYPE.                                                00368500
003695                                                                  00369500
003710 FD  AUDIT-FILE                                                   00371000
003720     RECORDING MODE IS F.                                         00372000
003730     COPY AUDITLOG.                                               00373000
006454                                                                  00645400
006460 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       00646000
006466 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       00646600
006471 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          00647100
006472 01  OT-SUB                        PIC 9(03) VALUE ZERO.          00647200
006478 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00647800
006484 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00648400
006490                                                                  00649000
006500     COPY PAYROLL.                                                00650000
006600                                                                  00660005
006605 01  PAY-TYPE-TABLE.                                              00660500
006610     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00661000
006615     10  TY-ITEM                   OCCURS 20 TIMES.               00661500
006620         15  TY-CODE               PIC X(01).                     00662000
006625         15  TY-METHOD             PIC X(01).                     00662500
006630         15  TY-OT-FLAG            PIC X(01).                     00663000
006635                                                                  00663500
006640 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00664000
006645 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00664500
006650 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00665000
006655 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         00665500
006660 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         00666000
006665                                                                  00666500
006700 01  WS-PRINT-REC                  VALUE SPACES.                  00670022
006800     05  PR-TOTALS-NAME.                                          00680028
006900         10  FILLER                PIC X(03).                     00690025
012800     OPEN OUTPUT PRINT-FILE                                       01280010
012833     OPEN OUTPUT CSV-FILE                                         01283300
012849     PERFORM 840-LOAD-OT-RULES                                    01284900
012859     PERFORM 847-LOAD-PAY-TYPES                                   01285900
012866     WRITE CSV-REC FROM WS-CSV-HEADER                             01286600
012877       AFTER ADVANCING 1 LINE                                     01287700
012900     PERFORM 100-READ-INPUT                                       01290010
016900 400-CAL-PAY.                                                     01690025
016950     PERFORM 340-OT-RULE-LOOKUP                                   01695000
017000     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          01700055
017050     PERFORM 345-PAY-TYPE-LOOKUP                                  01705000
017100     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              01710028
017200         PERFORM 420-SALARY                                       01720028
017300     ELSE                                                         01730028
017400         IF TY-FOUND-FLAG = 'YES'                                 01740028
017500             PERFORM 440-HOURLY                                   01750028
017600         ELSE                                                     01760028
017644             MOVE 0 TO PC-HR-USED                                 01764400
018700     MOVE PAY-EMP-RATE TO PC-REG-PAY                              01870031
018800     PERFORM 480-NET-PAY                                          01880028
018900     .                                                            01890027
018905                                                                  01890500
018910 438-SET-OT-LIMIT.                                                01891000
018915     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       01891500
018920     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               01892000
018925         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 01892500
018930           GIVING WS-OT-HR-LIMIT                                  01893000
018935         IF WS-OT-HR-LIMIT < 0                                    01893500
018940             MOVE 0 TO WS-OT-HR-LIMIT                             01894000
018945         END-IF                                                   01894500
018950     END-IF                                                       01895000
018951     IF WS-TY-OT-FLAG NOT = 'Y'                                   01895100
018952         MOVE 9999.9 TO WS-OT-HR-LIMIT                            01895200
018953     END-IF                                                       01895300
018955     .                                                            01895500
019000                                                                  01900042
019100 440-HOURLY.                                                      01910028
019150     PERFORM 438-SET-OT-LIMIT                                     01915000
019200     IF PC-HR-USED > WS-OT-HR-LIMIT                               01920000
019300         PERFORM 450-OT-PAY                                       01930028
019400     ELSE                                                         01940028
019500         MOVE 0 TO PC-OT-PAY                                      01950028
019900     .                                                            01990028
020000                                                                  02000042
020100 450-OT-PAY.                                                      02010028
020200     SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                      02020000
020300       GIVING PC-OT-HR                                            02030028
020400     MOVE WS-OT-HR-LIMIT TO PC-REG-HR                             02040000
020500     MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                    02050000
020600       GIVING PC-OT-RATE ROUNDED                                  02060044
020700     MULTIPLY PC-OT-RATE BY PC-OT-HR                              02070028
039320         END-IF                                                   03932000
039330     END-IF                                                       03933000
039340     .                                                            03934000
039440                                                                  03944000
039540 847-LOAD-PAY-TYPES.                                              03954000
039640     OPEN INPUT PAY-TYPE-FILE                                     03964000
039740     MOVE 'NO' TO TY-EOF-FLAG                                     03974000
039840     MOVE 0 TO TY-COUNT                                           03984000
039940     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            03994000
040040         READ PAY-TYPE-FILE                                       04004000
040140           AT END                                                 04014000
040240             MOVE 'YES' TO TY-EOF-FLAG                            04024000
040340           NOT AT END                                             04034000
040440             IF TY-COUNT < 20                                     04044000
040540               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          04054000
040640                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         04064000
040740                 ADD 1 TO TY-COUNT                                04074000
040840                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              04084000
040940                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          04094000
041040                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        04104000
041140             END-IF                                               04114000
041240         END-READ                                                 04124000
041340     END-PERFORM                                                  04134000
041440     CLOSE PAY-TYPE-FILE                                          04144000
041540     IF TY-COUNT = 0                                              04154000
041640         MOVE 2 TO TY-COUNT                                       04164000
041740         MOVE 'S' TO TY-CODE (1)                                  04174000
041840         MOVE 'F' TO TY-METHOD (1)                                04184000
041940         MOVE 'N' TO TY-OT-FLAG (1)                               04194000
042040         MOVE 'H' TO TY-CODE (2)                                  04204000
042140         MOVE 'H' TO TY-METHOD (2)                                04214000
042240         MOVE 'Y' TO TY-OT-FLAG (2)                               04224000
042340     END-IF                                                       04234000
042440     .                                                            04244000
042540                                                                  04254000
042640 345-PAY-TYPE-LOOKUP.                                             04264000
042740     MOVE 'NO' TO TY-FOUND-FLAG                                   04274000
042840     MOVE SPACE TO WS-TY-METHOD                                   04284000
042940     MOVE 'N' TO WS-TY-OT-FLAG                                    04294000
043040     MOVE 1 TO TY-SUB                                             04304000
043140     PERFORM 346-PAY-TYPE-SCAN                                    04314000
043240       UNTIL TY-FOUND-FLAG = 'YES'                                04324000
043340       OR TY-SUB > TY-COUNT                                       04334000
043440     .                                                            04344000
043540                                                                  04354000
043640 346-PAY-TYPE-SCAN.                                               04364000
043740     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           04374000
043840         MOVE 'YES' TO TY-FOUND-FLAG                              04384000
043940         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  04394000
044040         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                04404000
044140     ELSE                                                         04414000
044240         ADD 1 TO TY-SUB                                          04424000
044340     END-IF                                                       04434000
044440     .                                                            04444000
