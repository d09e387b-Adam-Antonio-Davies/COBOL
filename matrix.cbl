001100*    CROSS-DIVISION FUNCTIONS CAN BE COSTED WITHOUT A        *    00110000
001200*    SPREADSHEET EXERCISE.  UP TO EIGHT DIVISIONS FIT THE    *    00120000
001300*    132-COLUMN PAGE.                                        *    00130000
001325*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00132500
001350*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00135000
001375*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00137500
001380*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00138000
001385*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00138500
001390*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00139000
001400*                                                            *    00140000
001500**************************************************************    00150000
001600                                                                  00160000
002700     SELECT PAY-FILE               ASSIGN TO MYINFILE.            00270000
002800     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00280000
002900     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00290000
002950     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00295000
003000                                                                  00300000
003100 DATA DIVISION.                                                   00310000
003200 FILE SECTION.                                                    00320000
004400 FD  OT-CONTROL-FILE                                              00440000
004500     RECORDING MODE IS F.                                         00450000
004600     COPY OTRULES.                                                00460000
004620                                                                  00462000
004640 FD  PAY-TYPE-FILE                                                00464000
004660     RECORDING MODE IS F.                                         00466000
004680     COPY PAYTYPE.                                                00468000
004700                                                                  00470000
004800 WORKING-STORAGE SECTION.                                         00480000
004900                                                                  00490000
006500     10  PC-OT-RATE                PIC S9(05)V99 VALUE 0.         00650000
006600     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         00660000
006700                                                                  00670000
006705 01  PAY-TYPE-TABLE.                                              00670500
006710     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00671000
006715     10  TY-ITEM                   OCCURS 20 TIMES.               00671500
006720         15  TY-CODE               PIC X(01).                     00672000
006725         15  TY-METHOD             PIC X(01).                     00672500
006730         15  TY-OT-FLAG            PIC X(01).                     00673000
006735                                                                  00673500
006740 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00674000
006745 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00674500
006750 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00675000
006755 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         00675500
006760 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         00676000
006765                                                                  00676500
006800 01  OT-RULES-TABLE.                                              00680000
006900     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          00690000
007000     10  OT-RULE-ITEM              OCCURS 50 TIMES.               00700000
007400                                                                  00740000
007500 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       00750000
007600 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       00760000
007650 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          00765000
007700 01  OT-SUB                        PIC 9(03) VALUE ZERO.          00770000
007800 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00780000
007900 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00790000
019300     INITIALIZE DEPT-MATRIX                                       01930000
019400     INITIALIZE COLUMN-TOTALS                                     01940000
019500     PERFORM 846-LOAD-OT-RULES                                    01950000
019550     PERFORM 847-LOAD-PAY-TYPES                                   01955000
019600     PERFORM 100-READ-INPUT                                       01960000
019700     PERFORM 850-GET-DATE                                         01970000
019800     PERFORM 800-PRINT-HEADINGS                                   01980000
022100                                                                  02210000
022200 300-PROCESS-DATA.                                                02220000
022300     IF PAY-ADJ-IND NOT = 'A' AND PAY-ADJ-IND NOT = 'R'           02230000
022350     PERFORM 345-PAY-TYPE-LOOKUP                                  02235000
022400     IF TY-FOUND-FLAG = 'YES'                                     02240000
022500         PERFORM 340-OT-RULE-LOOKUP                               02250000
022600         PERFORM 400-CAL-GROSS                                    02260000
022700         PERFORM 500-POST-TO-MATRIX                               02270000
027200 400-CAL-GROSS.                                                   02720000
027300     INITIALIZE PAY-CAL-FIELDS                                    02730000
027400     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          02740000
027500     IF WS-TY-METHOD = 'F'                                        02750000
027600         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        02760000
027700     ELSE                                                         02770000
027800         PERFORM 440-HOURLY                                       02780000
027900     END-IF                                                       02790000
028000     .                                                            02800000
028005                                                                  02800500
028010 438-SET-OT-LIMIT.                                                02801000
028015     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       02801500
028020     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               02802000
028025         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 02802500
028030           GIVING WS-OT-HR-LIMIT                                  02803000
028035         IF WS-OT-HR-LIMIT < 0                                    02803500
028040             MOVE 0 TO WS-OT-HR-LIMIT                             02804000
028045         END-IF                                                   02804500
028050     END-IF                                                       02805000
028051     IF WS-TY-OT-FLAG NOT = 'Y'                                   02805100
028052         MOVE 9999.9 TO WS-OT-HR-LIMIT                            02805200
028053     END-IF                                                       02805300
028055     .                                                            02805500
028100                                                                  02810000
028200 440-HOURLY.                                                      02820000
028250     PERFORM 438-SET-OT-LIMIT                                     02825000
028300     IF PC-HR-USED > WS-OT-HR-LIMIT                               02830000
028400         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  02840000
028500           GIVING PC-OT-HR                                        02850000
028600         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         02860000
028700         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                02870000
028800           GIVING PC-OT-RATE ROUNDED                              02880000
028900         MULTIPLY PC-OT-RATE BY PC-OT-HR                          02890000
053000     MOVE HH TO H-HH                                              05300000
053100     MOVE MN TO H-MN                                              05310000
053200     .                                                            05320000
053300                                                                  05330000
053400 847-LOAD-PAY-TYPES.                                              05340000
053500     OPEN INPUT PAY-TYPE-FILE                                     05350000
053600     MOVE 'NO' TO TY-EOF-FLAG                                     05360000
053700     MOVE 0 TO TY-COUNT                                           05370000
053800     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            05380000
053900         READ PAY-TYPE-FILE                                       05390000
054000           AT END                                                 05400000
054100             MOVE 'YES' TO TY-EOF-FLAG                            05410000
054200           NOT AT END                                             05420000
054300             IF TY-COUNT < 20                                     05430000
054400               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          05440000
054500                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         05450000
054600                 ADD 1 TO TY-COUNT                                05460000
054700                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              05470000
054800                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          05480000
054900                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        05490000
055000             END-IF                                               05500000
055100         END-READ                                                 05510000
055200     END-PERFORM                                                  05520000
055300     CLOSE PAY-TYPE-FILE                                          05530000
055400     IF TY-COUNT = 0                                              05540000
055500         MOVE 2 TO TY-COUNT                                       05550000
055600         MOVE 'S' TO TY-CODE (1)                                  05560000
055700         MOVE 'F' TO TY-METHOD (1)                                05570000
055800         MOVE 'N' TO TY-OT-FLAG (1)                               05580000
055900         MOVE 'H' TO TY-CODE (2)                                  05590000
056000         MOVE 'H' TO TY-METHOD (2)                                05600000
056100         MOVE 'Y' TO TY-OT-FLAG (2)                               05610000
056200     END-IF                                                       05620000
056300     .                                                            05630000
056400                                                                  05640000
056500 345-PAY-TYPE-LOOKUP.                                             05650000
056600     MOVE 'NO' TO TY-FOUND-FLAG                                   05660000
056700     MOVE SPACE TO WS-TY-METHOD                                   05670000
056800     MOVE 'N' TO WS-TY-OT-FLAG                                    05680000
056900     MOVE 1 TO TY-SUB                                             05690000
057000     PERFORM 346-PAY-TYPE-SCAN                                    05700000
057100       UNTIL TY-FOUND-FLAG = 'YES'                                05710000
057200       OR TY-SUB > TY-COUNT                                       05720000
057300     .                                                            05730000
057400                                                                  05740000
057500 346-PAY-TYPE-SCAN.                                               05750000
057600     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           05760000
057700         MOVE 'YES' TO TY-FOUND-FLAG                              05770000
057800         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  05780000
057900         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                05790000
058000     ELSE                                                         05800000
058100         ADD 1 TO TY-SUB                                          05810000
058200     END-IF                                                       05820000
058300     .                                                            05830000
