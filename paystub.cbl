000900*    EARNINGS STATEMENT PER EMPLOYEE - CURRENT PERIOD        *    00090000
001000*    HOURS, PAY, ITEMIZED DEDUCTIONS, AND NET PAY BESIDE     *    00100000
001100*    THE EMPLOYEE'S RUNNING YTD FIGURES.                     *    00110000
001125*    SUPPLEMENTAL EARNINGS FROM THE SUPPEARN FILE ARE ADDED  *    00112500
001150*    TO GROSS AND ITEMIZED BY EARNINGS CODE ON THE STUB.     *    00115000
001160*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00116000
001170*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00117000
001180*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00118000
001185*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00118500
001190*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00119000
001195*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00119500
001200*                                                            *    00120000
001300**************************************************************    00130000
001400                                                                  00140000
002900         ACCESS IS RANDOM                                         00290000
003000         RECORD KEY IS YTD-ID-NUMBER.                             00300000
003100     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00310000
003105     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00310500
003110     SELECT OPTIONAL LEAVE-FILE    ASSIGN TO LEAVEMST             00311000
003120         ORGANIZATION IS INDEXED                                  00312000
003130         ACCESS IS RANDOM                                         00313000
003140         RECORD KEY IS LV-ID-NUMBER.                              00314000
003165     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00316500
003190     SELECT OPTIONAL SUPP-EARN-FILE ASSIGN TO SUPPEARN.           00319000
003200                                                                  00320000
003300 DATA DIVISION.                                                   00330000
003400 FILE SECTION.                                                    00340000
004900 FD  OT-CONTROL-FILE                                              00490000
005000     RECORDING MODE IS F.                                         00500000
005100     COPY OTRULES.                                                00510000
005102                                                                  00510200
005104 FD  PAY-TYPE-FILE                                                00510400
005106     RECORDING MODE IS F.                                         00510600
005108     COPY PAYTYPE.                                                00510800
005110                                                                  00511000
005120 FD  LEAVE-FILE.                                                  00512000
005130     COPY LEAVEMST.                                               00513000
005135                                                                  00513500
005140 FD  EARN-CODE-FILE                                               00514000
005145     RECORDING MODE IS F.                                         00514500
005150     COPY EARNCODE.                                               00515000
005155                                                                  00515500
005160 FD  SUPP-EARN-FILE                                               00516000
005165     RECORDING MODE IS F.                                         00516500
005170     COPY SUPPEARN.                                               00517000
005200                                                                  00520000
005300 WORKING-STORAGE SECTION.                                         00530000
005400                                                                  00540000
007000     10  PC-NET-PAY                PIC S9(05)V99 VALUE 0.         00700000
007100     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         00710000
007200     10  PC-DEDS                   PIC S9(05)V99 VALUE 0.         00720000
007210     10  PC-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00721000
007220     10  PC-SUPP-OT-BASE           PIC S9(05)V99 VALUE 0.         00722000
007230     10  PC-SUPP-RATE              PIC S9(05)V9999 VALUE 0.       00723000
007240     10  PC-SUPP-OT-RATE           PIC S9(05)V9999 VALUE 0.       00724000
007250     10  PC-SUPP-OT-PAY            PIC S9(05)V99 VALUE 0.         00725000
007300                                                                  00730000
007400 01  YTD-FOUND-FLAG                PIC X(03) VALUE "NO".          00740000
007410 01  LV-FOUND-FLAG                 PIC X(03) VALUE "NO".          00741000
007420 01  WS-LV-HRS-ED                  PIC ZZZ9.9CR.                  00742000
007500                                                                  00750000
007505 01  PAY-TYPE-TABLE.                                              00750500
007510     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00751000
007515     10  TY-ITEM                   OCCURS 20 TIMES.               00751500
007520         15  TY-CODE               PIC X(01).                     00752000
007525         15  TY-METHOD             PIC X(01).                     00752500
007530         15  TY-OT-FLAG            PIC X(01).                     00753000
007535                                                                  00753500
007540 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00754000
007545 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00754500
007550 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00755000
007555 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         00755500
007560 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         00756000
007565                                                                  00756500
007600 01  OT-RULES-TABLE.                                              00760000
007700     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          00770000
007800     10  OT-RULE-ITEM              OCCURS 50 TIMES.               00780000
008200                                                                  00820000
008300 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       00830000
008400 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       00840000
008450 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          00845000
008500 01  OT-SUB                        PIC 9(03) VALUE ZERO.          00850000
008600 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00860000
008700 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00870000
008704                                                                  00870400
008708 01  EARN-CODE-TABLE.                                             00870800
008712     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          00871200
008716     10  EC-ITEM                   OCCURS 10 TIMES.               00871600
008720         15  EC-T-CODE             PIC X(04).                     00872000
008724         15  EC-T-DESC             PIC X(20).                     00872400
008728         15  EC-T-OT-FLAG          PIC X(01).                     00872800
008732                                                                  00873200
008736 01  EC-SUB                        PIC 9(02) VALUE ZERO.          00873600
008740 01  EC-PICKED                     PIC 9(02) VALUE ZERO.          00874000
008744 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00874400
008748                                                                  00874800
008752 01  SUPP-EARN-TABLE.                                             00875200
008756     10  SE-COUNT                  PIC 9(04) VALUE ZERO.          00875600
008760     10  SE-ITEM                   OCCURS 1000 TIMES.             00876000
008764         15  SE-T-ID-NUMBER        PIC X(05).                     00876400
008768         15  SE-T-PERIOD           PIC 9(06).                     00876800
008772         15  SE-T-CODE             PIC X(04).                     00877200
008776         15  SE-T-AMOUNT           PIC S9(05)V99.                 00877600
008780         15  SE-T-EC-SUB           PIC 9(02).                     00878000
008784                                                                  00878400
008788 01  SE-SUB                        PIC 9(04) VALUE ZERO.          00878800
008792 01  SE-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00879200
008796 01  WS-SUPP-OT-FACTOR             PIC 9(01)V99 VALUE ZERO.       00879600
008800                                                                  00880000
008900 01  WS-FORMAT-NAME.                                              00890000
009000     10  WS-FN-LAST                PIC X(11).                     00900000
011100     10  FILLER                    PIC X(03).                     01110000
011200     10  PR-ALPHA.                                                01120000
011300         15  PR-DOLLAR             PIC ZZZ,ZZ9.99CR.              01130000
011325         15  FILLER                PIC X(02).                     01132500
011350         15  PR-NOTE.                                             01135000
011375             20  PR-NOTE-CODE      PIC X(04).                     01137500
011400             20  FILLER            PIC X(01).                     01140000
011425             20  PR-NOTE-DESC      PIC X(21).                     01142500
011500     10  FILLER                    PIC X(03).                     01150000
011600     10  PR-YTD-TITLE              PIC X(18) JUSTIFIED RIGHT.     01160000
011700     10  FILLER                    PIC X(01).                     01170000
017300     OPEN INPUT YTD-FILE                                          01730000
017310     OPEN INPUT LEAVE-FILE                                        01731000
017400     PERFORM 846-LOAD-OT-RULES                                    01740000
017420     PERFORM 847-LOAD-PAY-TYPES                                   01742000
017425     PERFORM 848-LOAD-EARN-CODES                                  01742500
017450     PERFORM 849-LOAD-SUPP-EARNINGS                               01745000
017500     PERFORM 100-READ-INPUT                                       01750000
017600     PERFORM 850-GET-DATE                                         01760000
017700                                                                  01770000
025800         MOVE YTD-OT-PAY TO PR-YTD-DOLLAR                         02580000
025900     END-IF                                                       02590000
026000     PERFORM 700-PRINT-LINE                                       02600000
026050     PERFORM 325-PRINT-STUB-SUPP                                  02605000
026100     MOVE 'GROSS PAY:' TO PR-TITLES                               02610000
026200     IF TY-FOUND-FLAG = 'YES'                                     02620000
026300         MOVE PC-GROSS-PAY TO PR-DOLLAR                           02630000
026400     ELSE                                                         02640000
026500         MOVE '*** INVALID PAY TYPE ***' TO PR-ALPHA              02650000
033600 400-CAL-PAY.                                                     03360000
033700     INITIALIZE PAY-CAL-FIELDS                                    03370000
033800     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          03380000
033850     PERFORM 345-PAY-TYPE-LOOKUP                                  03385000
033900     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              03390000
034000         PERFORM 420-SALARY                                       03400000
034100     ELSE                                                         03410000
034200         IF TY-FOUND-FLAG = 'YES'                                 03420000
034300             PERFORM 440-HOURLY                                   03430000
034400         ELSE                                                     03440000
034500             MOVE 0 TO PC-HR-USED                                 03450000
035400     MOVE PAY-EMP-RATE TO PC-REG-PAY                              03540000
035500     PERFORM 480-NET-PAY                                          03550000
035600     .                                                            03560000
035605                                                                  03560500
035610 438-SET-OT-LIMIT.                                                03561000
035615     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       03561500
035620     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               03562000
035625         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 03562500
035630           GIVING WS-OT-HR-LIMIT                                  03563000
035635         IF WS-OT-HR-LIMIT < 0                                    03563500
035640             MOVE 0 TO WS-OT-HR-LIMIT                             03564000
035645         END-IF                                                   03564500
035650     END-IF                                                       03565000
035651     IF WS-TY-OT-FLAG NOT = 'Y'                                   03565100
035652         MOVE 9999.9 TO WS-OT-HR-LIMIT                            03565200
035653     END-IF                                                       03565300
035655     .                                                            03565500
035700                                                                  03570000
035800 440-HOURLY.                                                      03580000
035850     PERFORM 438-SET-OT-LIMIT                                     03585000
035900     IF PC-HR-USED > WS-OT-HR-LIMIT                               03590000
036000         PERFORM 450-OT-PAY                                       03600000
036100     ELSE                                                         03610000
036200         MOVE 0 TO PC-OT-PAY                                      03620000
036600     .                                                            03660000
036700                                                                  03670000
036800 450-OT-PAY.                                                      03680000
036900     SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                      03690000
037000       GIVING PC-OT-HR                                            03700000
037100     MOVE WS-OT-HR-LIMIT TO PC-REG-HR                             03710000
037200     MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                    03720000
037300       GIVING PC-OT-RATE ROUNDED                                  03730000
037400     MULTIPLY PC-OT-RATE BY PC-OT-HR                              03740000
038600     .                                                            03860000
038700                                                                  03870000
038800 480-NET-PAY.                                                     03880000
038850     PERFORM 470-ADD-SUPP-EARNINGS                                03885000
038900     MOVE PAY-EMP-DEDS TO PC-DEDS                                 03890000
039000     SUBTRACT PC-DEDS FROM PC-GROSS-PAY                           03900000
039100       GIVING PC-NET-PAY                                          03910000
046400         MOVE "YES" TO YTD-FOUND-FLAG                             04640000
046500     END-READ                                                     04650000
046600     .                                                            04660000
046700                                                                  04670000
046800 325-PRINT-STUB-SUPP.                                             04680000
046900     IF TY-FOUND-FLAG = 'YES'                                     04690000
047000         MOVE 1 TO SE-SUB                                         04700000
047100         PERFORM 326-PRINT-SUPP-LINE                              04710000
047200             UNTIL SE-SUB > SE-COUNT                              04720000
047300     END-IF                                                       04730000
047400     .                                                            04740000
047500                                                                  04750000
047600 326-PRINT-SUPP-LINE.                                             04760000
047700     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   04770000
047800       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             04780000
047900       AND SE-T-EC-SUB (SE-SUB) > 0                               04790000
048000         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      04800000
048100         MOVE 'SUPPLEMENTAL PAY:' TO PR-TITLES                    04810000
048200         MOVE SE-T-AMOUNT (SE-SUB) TO PR-DOLLAR                   04820000
048300         MOVE EC-T-CODE (EC-SUB) TO PR-NOTE-CODE                  04830000
048400         MOVE EC-T-DESC (EC-SUB) TO PR-NOTE-DESC                  04840000
048500         PERFORM 700-PRINT-LINE                                   04850000
048600     END-IF                                                       04860000
048700     ADD 1 TO SE-SUB                                              04870000
048800     .                                                            04880000
048900                                                                  04890000
049000 470-ADD-SUPP-EARNINGS.                                           04900000
049100     MOVE 1 TO SE-SUB                                             04910000
049200     PERFORM 475-SUPP-EARNINGS-CHECK                              04920000
049300         UNTIL SE-SUB > SE-COUNT                                  04930000
049400     IF PC-SUPP-OT-BASE NOT = 0 AND PC-OT-HR > 0                  04940000
049500         PERFORM 477-SUPP-OT-PREMIUM                              04950000
049600     END-IF                                                       04960000
049700     ADD PC-SUPP-PAY TO PC-GROSS-PAY                              04970000
049800     .                                                            04980000
049900                                                                  04990000
050000 475-SUPP-EARNINGS-CHECK.                                         05000000
050100     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   05010000
050200       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             05020000
050300       AND SE-T-EC-SUB (SE-SUB) > 0                               05030000
050400         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      05040000
050500         ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-PAY                  05050000
050600         IF EC-T-OT-FLAG (EC-SUB) = 'Y'                           05060000
050700             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-OT-BASE          05070000
050800         END-IF                                                   05080000
050900     END-IF                                                       05090000
051000     ADD 1 TO SE-SUB                                              05100000
051100     .                                                            05110000
051200                                                                  05120000
051300 477-SUPP-OT-PREMIUM.                                             05130000
051400     DIVIDE PC-SUPP-OT-BASE BY PC-HR-USED                         05140000
051500       GIVING PC-SUPP-RATE ROUNDED                                05150000
051600     SUBTRACT 1 FROM WS-OT-MULTIPLIER                             05160000
051700       GIVING WS-SUPP-OT-FACTOR                                   05170000
051800     MULTIPLY PC-SUPP-RATE BY WS-SUPP-OT-FACTOR                   05180000
051900       GIVING PC-SUPP-OT-RATE ROUNDED                             05190000
052000     MULTIPLY PC-SUPP-OT-RATE BY PC-OT-HR                         05200000
052100       GIVING PC-SUPP-OT-PAY ROUNDED                              05210000
052200     ADD PC-SUPP-OT-PAY TO PC-OT-PAY                              05220000
052300     ADD PC-SUPP-OT-PAY TO PC-GROSS-PAY                           05230000
052400     .                                                            05240000
052500                                                                  05250000
052600 843-FIND-EARN-CODE.                                              05260000
052700     MOVE 0 TO EC-PICKED                                          05270000
052800     MOVE 1 TO EC-SUB                                             05280000
052900     PERFORM 844-EARN-CODE-CHECK                                  05290000
053000         UNTIL EC-PICKED > 0                                      05300000
053100         OR EC-SUB > EC-COUNT                                     05310000
053200     .                                                            05320000
053300                                                                  05330000
053400 844-EARN-CODE-CHECK.                                             05340000
053500     IF EC-T-CODE (EC-SUB) = SE-T-CODE (SE-COUNT)                 05350000
053600         MOVE EC-SUB TO EC-PICKED                                 05360000
053700     ELSE                                                         05370000
053800         ADD 1 TO EC-SUB                                          05380000
053900     END-IF                                                       05390000
054000     .                                                            05400000
054100                                                                  05410000
054200 848-LOAD-EARN-CODES.                                             05420000
054300     OPEN INPUT EARN-CODE-FILE                                    05430000
054400     MOVE 'NO' TO EC-EOF-FLAG                                     05440000
054500     MOVE 0 TO EC-COUNT                                           05450000
054600     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            05460000
054700         READ EARN-CODE-FILE                                      05470000
054800           AT END                                                 05480000
054900             MOVE 'YES' TO EC-EOF-FLAG                            05490000
055000           NOT AT END                                             05500000
055100             IF EC-COUNT < 10                                     05510000
055200                 ADD 1 TO EC-COUNT                                05520000
055300                 MOVE EC-CODE TO EC-T-CODE (EC-COUNT)             05530000
055400                 MOVE EC-DESC TO EC-T-DESC (EC-COUNT)             05540000
055500                 MOVE EC-OT-FLAG TO EC-T-OT-FLAG (EC-COUNT)       05550000
055600             END-IF                                               05560000
055700         END-READ                                                 05570000
055800     END-PERFORM                                                  05580000
055900     CLOSE EARN-CODE-FILE                                         05590000
056000     .                                                            05600000
056100                                                                  05610000
056200 849-LOAD-SUPP-EARNINGS.                                          05620000
056300     OPEN INPUT SUPP-EARN-FILE                                    05630000
056400     MOVE 'NO' TO SE-EOF-FLAG                                     05640000
056500     MOVE 0 TO SE-COUNT                                           05650000
056600     PERFORM UNTIL SE-EOF-FLAG = 'YES'                            05660000
056700         READ SUPP-EARN-FILE                                      05670000
056800           AT END                                                 05680000
056900             MOVE 'YES' TO SE-EOF-FLAG                            05690000
057000           NOT AT END                                             05700000
057100             IF SE-COUNT < 1000                                   05710000
057200                 ADD 1 TO SE-COUNT                                05720000
057300                 MOVE SE-ID-NUMBER TO SE-T-ID-NUMBER (SE-COUNT)   05730000
057400                 MOVE SE-PERIOD-END-DATE TO SE-T-PERIOD (SE-COUNT)05740000
057500                 MOVE SE-EARN-CODE TO SE-T-CODE (SE-COUNT)        05750000
057600                 MOVE SE-AMOUNT TO SE-T-AMOUNT (SE-COUNT)         05760000
057700                 PERFORM 843-FIND-EARN-CODE                       05770000
057800                 MOVE EC-PICKED TO SE-T-EC-SUB (SE-COUNT)         05780000
057900             END-IF                                               05790000
058000         END-READ                                                 05800000
058100     END-PERFORM                                                  05810000
058200     CLOSE SUPP-EARN-FILE                                         05820000
058300     .                                                            05830000
058400                                                                  05840000
058500 847-LOAD-PAY-TYPES.                                              05850000
058600     OPEN INPUT PAY-TYPE-FILE                                     05860000
058700     MOVE 'NO' TO TY-EOF-FLAG                                     05870000
058800     MOVE 0 TO TY-COUNT                                           05880000
058900     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            05890000
059000         READ PAY-TYPE-FILE                                       05900000
059100           AT END                                                 05910000
059200             MOVE 'YES' TO TY-EOF-FLAG                            05920000
059300           NOT AT END                                             05930000
059400             IF TY-COUNT < 20                                     05940000
059500               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          05950000
059600                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         05960000
059700                 ADD 1 TO TY-COUNT                                05970000
059800                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              05980000
059900                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          05990000
060000                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        06000000
060100             END-IF                                               06010000
060200         END-READ                                                 06020000
060300     END-PERFORM                                                  06030000
060400     CLOSE PAY-TYPE-FILE                                          06040000
060500     IF TY-COUNT = 0                                              06050000
060600         MOVE 2 TO TY-COUNT                                       06060000
060700         MOVE 'S' TO TY-CODE (1)                                  06070000
060800         MOVE 'F' TO TY-METHOD (1)                                06080000
060900         MOVE 'N' TO TY-OT-FLAG (1)                               06090000
061000         MOVE 'H' TO TY-CODE (2)                                  06100000
061100         MOVE 'H' TO TY-METHOD (2)                                06110000
061200         MOVE 'Y' TO TY-OT-FLAG (2)                               06120000
061300     END-IF                                                       06130000
061400     .                                                            06140000
061500                                                                  06150000
061600 345-PAY-TYPE-LOOKUP.                                             06160000
061700     MOVE 'NO' TO TY-FOUND-FLAG                                   06170000
061800     MOVE SPACE TO WS-TY-METHOD                                   06180000
061900     MOVE 'N' TO WS-TY-OT-FLAG                                    06190000
062000     MOVE 1 TO TY-SUB                                             06200000
062100     PERFORM 346-PAY-TYPE-SCAN                                    06210000
062200       UNTIL TY-FOUND-FLAG = 'YES'                                06220000
062300       OR TY-SUB > TY-COUNT                                       06230000
062400     .                                                            06240000
062500                                                                  06250000
062600 346-PAY-TYPE-SCAN.                                               06260000
062700     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           06270000
062800         MOVE 'YES' TO TY-FOUND-FLAG                              06280000
062900         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  06290000
063000         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                06300000
063100     ELSE                                                         06310000
063200         ADD 1 TO TY-SUB                                          06320000
063300     END-IF                                                       06330000
063400     .                                                            06340000
