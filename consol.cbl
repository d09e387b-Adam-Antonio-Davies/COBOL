000930*    EXTRACTS FROM BOTH COMPANIES RIDE ONE STREAM; EVERY     *    00093000
000940*    DETAIL RECORD IS CHECKED AGAINST ITS BATCH HEADER'S     *    00094000
000950*    COMPANY CODE.                                           *    00095000
000960*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00096000
000970*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00097000
000980*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00098000
000985*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00098500
000990*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00099000
000995*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00099500
001000*                                                            *    00100000
001100**************************************************************    00110000
001200                                                                  00120000
002200 FILE-CONTROL.                                                    00220000
002300     SELECT OPTIONAL EXTRACT-FILE   ASSIGN TO EXTRACTS.           00230000
002310     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00231000
002410     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00241000
002800     SELECT PAY-FILE               ASSIGN TO MYINFILE.            00280000
002900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00290000
002950     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00295000
003620 FD  OT-CONTROL-FILE                                              00362000
003630     RECORDING MODE IS F.                                         00363000
003640     COPY OTRULES.                                                00364000
003740                                                                  00374000
003840 FD  PAY-TYPE-FILE                                                00384000
003940     RECORDING MODE IS F.                                         00394000
004040     COPY PAYTYPE.                                                00404000
005300                                                                  00530000
005400 FD  PAY-FILE                                                     00540000
005500     RECORDING MODE IS F.                                         00550000
007900     10  WS-ORPHAN-COUNT       PIC 9(05) VALUE ZERO.              00790000
008000     10  WS-BAD-BATCH-COUNT    PIC 9(03) VALUE ZERO.              00800000
008100                                                                  00810000
008102 01  PAY-TYPE-TABLE.                                              00810200
008104     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00810400
008106     10  TY-ITEM                   OCCURS 20 TIMES.               00810600
008108         15  TY-CODE               PIC X(01).                     00810800
008110         15  TY-METHOD             PIC X(01).                     00811000
008112         15  TY-OT-FLAG            PIC X(01).                     00811200
008114                                                                  00811400
008116 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00811600
008118 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00811800
008120 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00812000
008122 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         00812200
008124 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         00812400
008126                                                                  00812600
008150 01  CURRENT-BATCH.                                               00815000
008160     10  CB-DIV                PIC X(02).                         00816000
008165     10  CB-COMPANY            PIC X(02).                         00816500
008480                                                                  00848000
008490 01  WS-OT-THRESHOLD           PIC 9(04)V9  VALUE 40.0.           00849000
008500 01  WS-OT-MULTIPLIER          PIC 9(01)V99 VALUE 1.50.           00850000
008505 01  WS-OT-HR-LIMIT            PIC S9(04)V9 VALUE 0.              00850500
008510 01  OT-SUB                    PIC 9(03) VALUE ZERO.              00851000
008520 01  OT-FOUND-FLAG             PIC X(03) VALUE 'NO'.              00852000
008530 01  OT-EOF-FLAG               PIC X(03) VALUE 'NO'.              00853000
013400     OPEN OUTPUT PAY-FILE                                         01340000
013500     OPEN OUTPUT PRINT-FILE                                       01350000
013550     PERFORM 846-LOAD-OT-RULES                                    01355000
013575     PERFORM 847-LOAD-PAY-TYPES                                   01357500
013600     PERFORM 850-GET-DATE                                         01360000
013700     PERFORM 800-PRINT-HEADINGS                                   01370000
013800     OPEN INPUT EXTRACT-FILE                                      01380000
019492     INITIALIZE PAY-CAL-FIELDS                                    01949200
019525     PERFORM 455-OT-RULE-LOOKUP                                   01952500
019558     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          01955800
019583     PERFORM 345-PAY-TYPE-LOOKUP                                  01958300
019591     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              01959100
019624         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        01962400
019657     ELSE                                                         01965700
019690     IF TY-FOUND-FLAG = 'YES'                                     01969000
019723         PERFORM 460-HOURLY                                       01972300
019756     ELSE                                                         01975600
019789         MOVE 0 TO PC-GROSS-PAY                                   01978900
021109         ADD 1 TO OT-SUB                                          02110900
021142     END-IF                                                       02114200
021175     .                                                            02117500
021177                                                                  02117700
021179 458-SET-OT-LIMIT.                                                02117900
021181     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       02118100
021183     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               02118300
021185         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 02118500
021187           GIVING WS-OT-HR-LIMIT                                  02118700
021189         IF WS-OT-HR-LIMIT < 0                                    02118900
021191             MOVE 0 TO WS-OT-HR-LIMIT                             02119100
021193         END-IF                                                   02119300
021195     END-IF                                                       02119500
021197     .                                                            02119700
021208                                                                  02120800
021241 460-HOURLY.                                                      02124100
021266     PERFORM 458-SET-OT-LIMIT                                     02126600
021268     IF WS-TY-OT-FLAG NOT = 'Y'                                   02126800
021270         MOVE 9999.9 TO WS-OT-HR-LIMIT                            02127000
021272     END-IF                                                       02127200
021274     IF PC-HR-USED > WS-OT-HR-LIMIT                               02127400
021307         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  02130700
021340           GIVING PC-OT-HR                                        02134000
021373         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         02137300
021406         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                02140600
021439           GIVING PC-OT-RATE ROUNDED                              02143900
021472         MULTIPLY PC-OT-RATE BY PC-OT-HR                          02147200
039040     WRITE AUD-REC                                                03904000
039050     CLOSE AUDIT-FILE                                             03905000
039060     .                                                            03906000
039160                                                                  03916000
039260 847-LOAD-PAY-TYPES.                                              03926000
039360     OPEN INPUT PAY-TYPE-FILE                                     03936000
039460     MOVE 'NO' TO TY-EOF-FLAG                                     03946000
039560     MOVE 0 TO TY-COUNT                                           03956000
039660     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            03966000
039760         READ PAY-TYPE-FILE                                       03976000
039860           AT END                                                 03986000
039960             MOVE 'YES' TO TY-EOF-FLAG                            03996000
040060           NOT AT END                                             04006000
040160             IF TY-COUNT < 20                                     04016000
040260               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          04026000
040360                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         04036000
040460                 ADD 1 TO TY-COUNT                                04046000
040560                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              04056000
040660                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          04066000
040760                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        04076000
040860             END-IF                                               04086000
040960         END-READ                                                 04096000
041060     END-PERFORM                                                  04106000
041160     CLOSE PAY-TYPE-FILE                                          04116000
041260     IF TY-COUNT = 0                                              04126000
041360         MOVE 2 TO TY-COUNT                                       04136000
041460         MOVE 'S' TO TY-CODE (1)                                  04146000
041560         MOVE 'F' TO TY-METHOD (1)                                04156000
041660         MOVE 'N' TO TY-OT-FLAG (1)                               04166000
041760         MOVE 'H' TO TY-CODE (2)                                  04176000
041860         MOVE 'H' TO TY-METHOD (2)                                04186000
041960         MOVE 'Y' TO TY-OT-FLAG (2)                               04196000
042060     END-IF                                                       04206000
042160     .                                                            04216000
042260                                                                  04226000
042360 345-PAY-TYPE-LOOKUP.                                             04236000
042460     MOVE 'NO' TO TY-FOUND-FLAG                                   04246000
042560     MOVE SPACE TO WS-TY-METHOD                                   04256000
042660     MOVE 'N' TO WS-TY-OT-FLAG                                    04266000
042760     MOVE 1 TO TY-SUB                                             04276000
042860     PERFORM 346-PAY-TYPE-SCAN                                    04286000
042960       UNTIL TY-FOUND-FLAG = 'YES'                                04296000
043060       OR TY-SUB > TY-COUNT                                       04306000
043160     .                                                            04316000
043260                                                                  04326000
043360 346-PAY-TYPE-SCAN.                                               04336000
043460     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           04346000
043560         MOVE 'YES' TO TY-FOUND-FLAG                              04356000
043660         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  04366000
043760         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                04376000
043860     ELSE                                                         04386000
043960         ADD 1 TO TY-SUB                                          04396000
044060     END-IF                                                       04406000
044160     .                                                            04416000
