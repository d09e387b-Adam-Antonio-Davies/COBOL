000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060001
000700*    FORMAT OF THE SELECT STATEMENT FOR THE DATA SETS USED.  *    00070001
000725*    ANNUAL PAY IS ESTIMATED BY THE PAY TYPE'S METHOD ON     *    00072500
000750*    THE PAYTYPE CONTROL FILE: FLAT, HOURS, UNITS OR DAYS.   *    00075000
000800*                                                            *    00080000
000900**************************************************************    00090000
001000                                                                  00100000
002265         RECORD KEY IS EMP-ID-NUMBER.                             00226500
002297     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00229700
002298     SELECT OPTIONAL REQUEST-FILE ASSIGN TO REQCARD.              00229800
002299     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00229900
002300                                                                  00230000
002400 DATA DIVISION.                                                   00240000
002500 FILE SECTION.                                                    00250000
003540 FD  EMPLOYEE-MASTER-FILE.                                        00354000
003580     COPY EMPMSTR.                                                00358000
003600                                                                  00360000
003625 FD  PAY-TYPE-FILE                                                00362500
003650     RECORDING MODE IS F.                                         00365000
003675     COPY PAYTYPE.                                                00367500
003700                                                                  00370000
003710 FD  AUDIT-FILE                                                   00371000
003720     RECORDING MODE IS F.                                         00372000
003730     COPY AUDITLOG.                                               00373000
004600 01  PAY-CAL-FIELDS.                                              00460043
004700     10  PC-EMP-PAY                PIC S9(07)V99 VALUE 0.         00470059
004800                                                                  00480059
004805 01  PAY-TYPE-TABLE.                                              00480500
004810     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00481000
004815     10  TY-ITEM                   OCCURS 20 TIMES.               00481500
004820         15  TY-CODE               PIC X(01).                     00482000
004825         15  TY-METHOD             PIC X(01).                     00482500
004830         15  TY-OT-FLAG            PIC X(01).                     00483000
004835                                                                  00483500
004840 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00484000
004845 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00484500
004850 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00485000
004855 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         00485500
004860 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         00486000
004865                                                                  00486500
004900 01  WS-FORMAT-DEPT.                                              00490059
005000     10  WS-DEPT                   PIC X(03).                     00500060
005100     10  FILLER                    PIC X(03) VALUE ' - '.         00510059
010400     OPEN OUTPUT PRINT-FILE                                       01040010
010450     OPEN INPUT EMPLOYEE-MASTER-FILE                              01045000
010460     PERFORM 844-LOAD-REQUESTS                                    01046000
010485     PERFORM 847-LOAD-PAY-TYPES                                   01048500
010500     PERFORM 100-READ-INPUT                                       01050010
010600     PERFORM 850-GET-DATE                                         01060014
010700                                                                  01070012
017000     .                                                            01700034
017100                                                                  01710043
017200 400-CAL-PAY.                                                     01720025
017250     PERFORM 345-PAY-TYPE-LOOKUP                                  01725000
017300     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              01730000
017400         MOVE PAY-EMP-RATE TO PC-EMP-PAY                          01740065
017500         PERFORM 420-ANNUAL                                       01750059
017600     ELSE                                                         01760028
017700         IF TY-FOUND-FLAG = 'YES'                                 01770028
017800             PERFORM 440-HOURLY                                   01780028
017900         ELSE                                                     01790028
018000             MOVE "*** INVALID PAY TYPE ***"                      01800062
018900     .                                                            01890059
019000                                                                  01900059
019100 440-HOURLY.                                                      01910059
019120     IF WS-TY-METHOD = 'H'                                        01912000
019140         MULTIPLY PAY-EMP-RATE BY 40                              01914000
019160           GIVING PC-EMP-PAY                                      01916000
019180     ELSE                                                         01918000
019200     IF WS-TY-METHOD = 'D'                                        01920000
019220         MULTIPLY PAY-EMP-RATE BY 5                               01922000
019240           GIVING PC-EMP-PAY                                      01924000
019260     ELSE                                                         01926000
019280         MULTIPLY PAY-EMP-RATE BY PAY-HOURS-WORKED                01928000
019300           GIVING PC-EMP-PAY                                      01930000
019320     END-IF                                                       01932000
019340     END-IF                                                       01934000
019400     PERFORM 420-ANNUAL                                           01940059
019500     .                                                            01950027
019600                                                                  01960042
039620     END-IF                                                       03962000
039630     ADD 1 TO RQ-SUB                                              03963000
039640     .                                                            03964000
039740                                                                  03974000
039840 847-LOAD-PAY-TYPES.                                              03984000
039940     OPEN INPUT PAY-TYPE-FILE                                     03994000
040040     MOVE 'NO' TO TY-EOF-FLAG                                     04004000
040140     MOVE 0 TO TY-COUNT                                           04014000
040240     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            04024000
040340         READ PAY-TYPE-FILE                                       04034000
040440           AT END                                                 04044000
040540             MOVE 'YES' TO TY-EOF-FLAG                            04054000
040640           NOT AT END                                             04064000
040740             IF TY-COUNT < 20                                     04074000
040840               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          04084000
040940                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         04094000
041040                 ADD 1 TO TY-COUNT                                04104000
041140                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              04114000
041240                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          04124000
041340                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        04134000
041440             END-IF                                               04144000
041540         END-READ                                                 04154000
041640     END-PERFORM                                                  04164000
041740     CLOSE PAY-TYPE-FILE                                          04174000
041840     IF TY-COUNT = 0                                              04184000
041940         MOVE 2 TO TY-COUNT                                       04194000
042040         MOVE 'S' TO TY-CODE (1)                                  04204000
042140         MOVE 'F' TO TY-METHOD (1)                                04214000
042240         MOVE 'N' TO TY-OT-FLAG (1)                               04224000
042340         MOVE 'H' TO TY-CODE (2)                                  04234000
042440         MOVE 'H' TO TY-METHOD (2)                                04244000
042540         MOVE 'Y' TO TY-OT-FLAG (2)                               04254000
042640     END-IF                                                       04264000
042740     .                                                            04274000
042840                                                                  04284000
042940 345-PAY-TYPE-LOOKUP.                                             04294000
043040     MOVE 'NO' TO TY-FOUND-FLAG                                   04304000
043140     MOVE SPACE TO WS-TY-METHOD                                   04314000
043240     MOVE 'N' TO WS-TY-OT-FLAG                                    04324000
043340     MOVE 1 TO TY-SUB                                             04334000
043440     PERFORM 346-PAY-TYPE-SCAN                                    04344000
043540       UNTIL TY-FOUND-FLAG = 'YES'                                04354000
043640       OR TY-SUB > TY-COUNT                                       04364000
043740     .                                                            04374000
043840                                                                  04384000
043940 346-PAY-TYPE-SCAN.                                               04394000
044040     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           04404000
044140         MOVE 'YES' TO TY-FOUND-FLAG                              04414000
044240         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  04424000
044340         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                04434000
044440     ELSE                                                         04444000
044540         ADD 1 TO TY-SUB                                          04454000
044640     END-IF                                                       04464000
044740     .                                                            04474000
