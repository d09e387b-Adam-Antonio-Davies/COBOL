001000*    CONTROL FILE, AND REPORTS EVERY RECORD WHOSE KEYED      *    00100000
001100*    PAY-DED-TAX DIFFERS FROM THE COMPUTED AMOUNT BY MORE    *    00110000
001200*    THAN THE TOLERANCE.                                     *    00120000
001225*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00122500
001250*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00125000
001275*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00127500
001280*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00128000
001285*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00128500
001290*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00129000
001300*                                                            *    00130000
001400**************************************************************    00140000
001500                                                                  00150000
003100         RECORD KEY IS EMP-ID-NUMBER.                             00310000
003200     SELECT OPTIONAL TAX-CONTROL-FILE ASSIGN TO TAXBRKT.          00320000
003300     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00330000
003350     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00335000
003400                                                                  00340000
003500 DATA DIVISION.                                                   00350000
003600 FILE SECTION.                                                    00360000
005500 FD  OT-CONTROL-FILE                                              00550000
005600     RECORDING MODE IS F.                                         00560000
005700     COPY OTRULES.                                                00570000
005720                                                                  00572000
005740 FD  PAY-TYPE-FILE                                                00574000
005760     RECORDING MODE IS F.                                         00576000
005780     COPY PAYTYPE.                                                00578000
005800                                                                  00580000
005900 WORKING-STORAGE SECTION.                                         00590000
006000                                                                  00600000
009900                                                                  00990000
010000 01  EMP-FOUND-FLAG                PIC X(03) VALUE "NO".          01000000
010100                                                                  01010000
010105 01  PAY-TYPE-TABLE.                                              01010500
010110     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01011000
010115     10  TY-ITEM                   OCCURS 20 TIMES.               01011500
010120         15  TY-CODE               PIC X(01).                     01012000
010125         15  TY-METHOD             PIC X(01).                     01012500
010130         15  TY-OT-FLAG            PIC X(01).                     01013000
010135                                                                  01013500
010140 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01014000
010145 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01014500
010150 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01015000
010155 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01015500
010160 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01016000
010165                                                                  01016500
010200 01  OT-RULES-TABLE.                                              01020000
010300     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01030000
010400     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01040000
010800                                                                  01080000
010900 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01090000
011000 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01100000
011050 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01105000
011100 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01110000
011200 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01120000
011300 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01130000
020000     PERFORM 843-LOAD-TAX-BRACKETS                                02000000
020100     OPEN INPUT EMPLOYEE-MASTER-FILE                              02010000
020200     PERFORM 846-LOAD-OT-RULES                                    02020000
020250     PERFORM 847-LOAD-PAY-TYPES                                   02025000
020300     PERFORM 100-READ-INPUT                                       02030000
020400     PERFORM 850-GET-DATE                                         02040000
020500     PERFORM 800-PRINT-HEADINGS                                   02050000
022900                                                                  02290000
023000 300-PROCESS-DATA.                                                02300000
023100     IF PAY-ADJ-IND NOT = 'A' AND PAY-ADJ-IND NOT = 'R'           02310000
023150     PERFORM 345-PAY-TYPE-LOOKUP                                  02315000
023200     IF TY-FOUND-FLAG = 'YES'                                     02320000
023300         PERFORM 340-OT-RULE-LOOKUP                               02330000
023400         PERFORM 400-CAL-PAY                                      02340000
023500         PERFORM 500-CAL-EXPECTED-TAX                             02350000
028100 400-CAL-PAY.                                                     02810000
028200     INITIALIZE PAY-CAL-FIELDS                                    02820000
028300     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          02830000
028400     IF WS-TY-METHOD = 'F'                                        02840000
028500         PERFORM 420-SALARY                                       02850000
028600     ELSE                                                         02860000
028700         PERFORM 440-HOURLY                                       02870000
029300     MOVE 0 TO PC-OT-PAY                                          02930000
029400     MOVE PAY-EMP-RATE TO PC-REG-PAY                              02940000
029500     .                                                            02950000
029505                                                                  02950500
029510 438-SET-OT-LIMIT.                                                02951000
029515     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       02951500
029520     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               02952000
029525         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 02952500
029530           GIVING WS-OT-HR-LIMIT                                  02953000
029535         IF WS-OT-HR-LIMIT < 0                                    02953500
029540             MOVE 0 TO WS-OT-HR-LIMIT                             02954000
029545         END-IF                                                   02954500
029550     END-IF                                                       02955000
029551     IF WS-TY-OT-FLAG NOT = 'Y'                                   02955100
029552         MOVE 9999.9 TO WS-OT-HR-LIMIT                            02955200
029553     END-IF                                                       02955300
029555     .                                                            02955500
029600                                                                  02960000
029700 440-HOURLY.                                                      02970000
029750     PERFORM 438-SET-OT-LIMIT                                     02975000
029800     IF PC-HR-USED > WS-OT-HR-LIMIT                               02980000
029900         PERFORM 450-OT-PAY                                       02990000
030000     ELSE                                                         03000000
030100         MOVE 0 TO PC-OT-PAY                                      03010000
030500     .                                                            03050000
030600                                                                  03060000
030700 450-OT-PAY.                                                      03070000
030800     SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                      03080000
030900       GIVING PC-OT-HR                                            03090000
031000     MOVE WS-OT-HR-LIMIT TO PC-REG-HR                             03100000
031100     MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                    03110000
031200       GIVING PC-OT-RATE ROUNDED                                  03120000
031300     MULTIPLY PC-OT-RATE BY PC-OT-HR                              03130000
048800     MOVE WS-DIFF-COUNT-LINE TO PR-DETAIL                         04880000
048900     PERFORM 700-PRINT-LINE                                       04890000
049000     .                                                            04900000
049100                                                                  04910000
049200 847-LOAD-PAY-TYPES.                                              04920000
049300     OPEN INPUT PAY-TYPE-FILE                                     04930000
049400     MOVE 'NO' TO TY-EOF-FLAG                                     04940000
049500     MOVE 0 TO TY-COUNT                                           04950000
049600     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            04960000
049700         READ PAY-TYPE-FILE                                       04970000
049800           AT END                                                 04980000
049900             MOVE 'YES' TO TY-EOF-FLAG                            04990000
050000           NOT AT END                                             05000000
050100             IF TY-COUNT < 20                                     05010000
050200               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          05020000
050300                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         05030000
050400                 ADD 1 TO TY-COUNT                                05040000
050500                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              05050000
050600                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          05060000
050700                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        05070000
050800             END-IF                                               05080000
050900         END-READ                                                 05090000
051000     END-PERFORM                                                  05100000
051100     CLOSE PAY-TYPE-FILE                                          05110000
051200     IF TY-COUNT = 0                                              05120000
051300         MOVE 2 TO TY-COUNT                                       05130000
051400         MOVE 'S' TO TY-CODE (1)                                  05140000
051500         MOVE 'F' TO TY-METHOD (1)                                05150000
051600         MOVE 'N' TO TY-OT-FLAG (1)                               05160000
051700         MOVE 'H' TO TY-CODE (2)                                  05170000
051800         MOVE 'H' TO TY-METHOD (2)                                05180000
051900         MOVE 'Y' TO TY-OT-FLAG (2)                               05190000
052000     END-IF                                                       05200000
052100     .                                                            05210000
052200                                                                  05220000
052300 345-PAY-TYPE-LOOKUP.                                             05230000
052400     MOVE 'NO' TO TY-FOUND-FLAG                                   05240000
052500     MOVE SPACE TO WS-TY-METHOD                                   05250000
052600     MOVE 'N' TO WS-TY-OT-FLAG                                    05260000
052700     MOVE 1 TO TY-SUB                                             05270000
052800     PERFORM 346-PAY-TYPE-SCAN                                    05280000
052900       UNTIL TY-FOUND-FLAG = 'YES'                                05290000
053000       OR TY-SUB > TY-COUNT                                       05300000
053100     .                                                            05310000
053200                                                                  05320000
053300 346-PAY-TYPE-SCAN.                                               05330000
053400     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           05340000
053500         MOVE 'YES' TO TY-FOUND-FLAG                              05350000
053600         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  05360000
053700         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                05370000
053800     ELSE                                                         05380000
053900         ADD 1 TO TY-SUB                                          05390000
054000     END-IF                                                       05400000
054100     .                                                            05410000
