002000*    DIGITS, TWO IMPLIED DECIMALS)  PT PAY TYPE  AI ADJ      *    00200000
002100*    INDICATOR  DV DIVISION  DP DEPARTMENT  PD PERIOD DATE   *    00210000
002200*    AD ADJUSTED PERIOD DATE.                                *    00220000
002225*    A PAY TYPE IS VALID ONLY IF IT IS ON THE PAYTYPE        *    00222500
002250*    CONTROL FILE (S AND H WHEN THE FILE IS NOT PRESENT).    *    00225000
002300*                                                            *    00230000
002400**************************************************************    00240000
002500                                                                  00250000
004680     SELECT OPTIONAL PERIOD-CARD-FILE ASSIGN TO PERCARD.          00468000
004690     SELECT OPTIONAL BALANCE-FILE  ASSIGN TO BALFILE.             00469000
004700     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00470000
004750     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00475000
004800                                                                  00480000
004900 DATA DIVISION.                                                   00490000
005000 FILE SECTION.                                                    00500000
011500 FD  AUDIT-FILE                                                   01150000
011600     RECORDING MODE IS F.                                         01160000
011700     COPY AUDITLOG.                                               01170000
011720                                                                  01172000
011740 FD  PAY-TYPE-FILE                                                01174000
011760     RECORDING MODE IS F.                                         01176000
011780     COPY PAYTYPE.                                                01178000
011800                                                                  01180000
011900 WORKING-STORAGE SECTION.                                         01190000
012000                                                                  01200000
012005 01  PAY-TYPE-TABLE.                                              01200500
012010     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01201000
012015     10  TY-ITEM                   OCCURS 20 TIMES.               01201500
012020         15  TY-CODE               PIC X(01).                     01202000
012025         15  TY-METHOD             PIC X(01).                     01202500
012030         15  TY-OT-FLAG            PIC X(01).                     01203000
012035                                                                  01203500
012040 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01204000
012045 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01204500
012050 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01205000
012055 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01205500
012060 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01206000
012065                                                                  01206500
012100 01  WS-COUNTERS-FLAGS.                                           01210000
012200     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01220000
012300     10  WS-SPACING                PIC 9(01) VALUE 2.             01230000
025100     OPEN OUTPUT HELD-OUT-FILE                                    02510000
025200     PERFORM 840-LOAD-DIVISIONS                                   02520000
025300     PERFORM 842-LOAD-CORRECTIONS                                 02530000
025350     PERFORM 847-LOAD-PAY-TYPES                                   02535000
025400     OPEN INPUT EMPLOYEE-MASTER-FILE                              02540000
025700                                                                  02570000
025800     OPEN INPUT REJECT-FILE                                       02580000
042100     .                                                            04210000
042200                                                                  04220000
042300 420-EDIT-PAY-TYPE.                                               04230000
042350     PERFORM 345-PAY-TYPE-LOOKUP                                  04235000
042400     IF TY-FOUND-FLAG = 'NO'                                      04240000
042500         PERFORM 505-FLAG-REJECT                                  04250000
042600     END-IF                                                       04260000
042700     .                                                            04270000
066100     WRITE AUD-REC                                                06610000
066200     CLOSE AUDIT-FILE                                             06620000
066300     .                                                            06630000
066400                                                                  06640000
066500 847-LOAD-PAY-TYPES.                                              06650000
066600     OPEN INPUT PAY-TYPE-FILE                                     06660000
066700     MOVE 'NO' TO TY-EOF-FLAG                                     06670000
066800     MOVE 0 TO TY-COUNT                                           06680000
066900     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            06690000
067000         READ PAY-TYPE-FILE                                       06700000
067100           AT END                                                 06710000
067200             MOVE 'YES' TO TY-EOF-FLAG                            06720000
067300           NOT AT END                                             06730000
067400             IF TY-COUNT < 20                                     06740000
067500               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          06750000
067600                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         06760000
067700                 ADD 1 TO TY-COUNT                                06770000
067800                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              06780000
067900                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          06790000
068000                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        06800000
068100             END-IF                                               06810000
068200         END-READ                                                 06820000
068300     END-PERFORM                                                  06830000
068400     CLOSE PAY-TYPE-FILE                                          06840000
068500     IF TY-COUNT = 0                                              06850000
068600         MOVE 2 TO TY-COUNT                                       06860000
068700         MOVE 'S' TO TY-CODE (1)                                  06870000
068800         MOVE 'F' TO TY-METHOD (1)                                06880000
068900         MOVE 'N' TO TY-OT-FLAG (1)                               06890000
069000         MOVE 'H' TO TY-CODE (2)                                  06900000
069100         MOVE 'H' TO TY-METHOD (2)                                06910000
069200         MOVE 'Y' TO TY-OT-FLAG (2)                               06920000
069300     END-IF                                                       06930000
069400     .                                                            06940000
069500                                                                  06950000
069600 345-PAY-TYPE-LOOKUP.                                             06960000
069700     MOVE 'NO' TO TY-FOUND-FLAG                                   06970000
069800     MOVE SPACE TO WS-TY-METHOD                                   06980000
069900     MOVE 'N' TO WS-TY-OT-FLAG                                    06990000
070000     MOVE 1 TO TY-SUB                                             07000000
070100     PERFORM 346-PAY-TYPE-SCAN                                    07010000
070200       UNTIL TY-FOUND-FLAG = 'YES'                                07020000
070300       OR TY-SUB > TY-COUNT                                       07030000
070400     .                                                            07040000
070500                                                                  07050000
070600 346-PAY-TYPE-SCAN.                                               07060000
070700     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           07070000
070800         MOVE 'YES' TO TY-FOUND-FLAG                              07080000
070900         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  07090000
071000         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                07100000
071100     ELSE                                                         07110000
071200         ADD 1 TO TY-SUB                                          07120000
071300     END-IF                                                       07130000
071400     .                                                            07140000
