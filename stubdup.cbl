001200*    FROM THE PAYARCH ARCHIVE PAYVAR MAINTAINS, INCLUDING    *    00120000
001300*    THE ITEMIZED TAX/INS/RET/GARN BREAKDOWN THAT WAS ON     *    00130000
001400*    THE ORIGINAL.  EVERY PAGE IS MARKED AS A DUPLICATE.     *    00140000
001425*    SUPPLEMENTAL EARNINGS ARE TAKEN FROM THE SUPPEARN       *    00142500
001450*    PERIOD FILES AND ITEMIZED BY EARNINGS CODE ON THE       *    00145000
001475*    STUB; THE REGISTER LINE CARRIES THEIR TOTAL.            *    00147500
001480*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00148000
001485*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00148500
001487*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00148700
001489*    PAYARCH IS READ BY KEY:  EACH CARD STARTS AT ITS        *    00148900
001491*    EMPLOYEE AND FROM-PERIOD AND READS ON TO ITS TO-PERIOD. *    00149100
001493*    A PERIOD IN A YEAR ARCHMNT HAS SPLIT OFF IS REPRINTED   *    00149300
001495*    FROM THAT YEAR'S GENERATION, SUPPLIED AS ARCHGEN, WHICH *    00149500
001497*    IS READ THROUGH BEFORE PAYARCH.                         *    00149700
001499*    PAY TYPE METHODS ARE LOOKED UP ON THE PAYTYPE FILE.     *    00149900
001500*                                                            *    00150000
001600**************************************************************    00160000
001700                                                                  00170000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600                                                                  00260000
002700 FILE-CONTROL.                                                    00270000
002725     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00272500
002750         ORGANIZATION IS INDEXED                                  00275000
002775         ACCESS IS DYNAMIC                                        00277500
002800         RECORD KEY IS AX-KEY.                                    00280000
002825     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00282500
002900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00290000
003000     SELECT OPTIONAL REQUEST-FILE  ASSIGN TO REQCARD.             00300000
003100     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00310000
003150     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00315000
003200     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00320000
003225     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00322500
003250     SELECT OPTIONAL SUPP-EARN-FILE ASSIGN TO SUPPEARN.           00325000
003300                                                                  00330000
003400 DATA DIVISION.                                                   00340000
003500 FILE SECTION.                                                    00350000
003600                                                                  00360000
003650 FD  PAY-ARCHIVE-FILE.                                            00365000
003700     COPY ARCHIDX.                                                00370000
003750                                                                  00375000
003800 FD  ARCH-GEN-FILE                                                00380000
003850     RECORDING MODE IS F.                                         00385000
003900     COPY ARCHGEN.                                                00390000
004100                                                                  00410000
004200 FD  PRINT-FILE                                                   00420000
004300     RECORDING MODE IS F.                                         00430000
005600 FD  OT-CONTROL-FILE                                              00560000
005700     RECORDING MODE IS F.                                         00570000
005800     COPY OTRULES.                                                00580000
005820                                                                  00582000
005840 FD  PAY-TYPE-FILE                                                00584000
005860     RECORDING MODE IS F.                                         00586000
005880     COPY PAYTYPE.                                                00588000
005900                                                                  00590000
006000 FD  AUDIT-FILE                                                   00600000
006100     RECORDING MODE IS F.                                         00610000
006200     COPY AUDITLOG.                                               00620000
006300                                                                  00630000
006310 FD  EARN-CODE-FILE                                               00631000
006320     RECORDING MODE IS F.                                         00632000
006330     COPY EARNCODE.                                               00633000
006340                                                                  00634000
006350 FD  SUPP-EARN-FILE                                               00635000
006360     RECORDING MODE IS F.                                         00636000
006370     COPY SUPPEARN.                                               00637000
006380                                                                  00638000
006400 WORKING-STORAGE SECTION.                                         00640000
006500                                                                  00650000
006600 01  WS-COUNTERS-FLAGS.                                           00660000
008200     10  PC-NET-PAY                PIC S9(05)V99 VALUE 0.         00820000
008300     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         00830000
008400     10  PC-DEDS                   PIC S9(05)V99 VALUE 0.         00840000
008410     10  PC-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00841000
008420     10  PC-SUPP-OT-BASE           PIC S9(05)V99 VALUE 0.         00842000
008430     10  PC-SUPP-RATE              PIC S9(05)V9999 VALUE 0.       00843000
008440     10  PC-SUPP-OT-RATE           PIC S9(05)V9999 VALUE 0.       00844000
008450     10  PC-SUPP-OT-PAY            PIC S9(05)V99 VALUE 0.         00845000
008500                                                                  00850000
008600 01  REQUEST-TABLE.                                               00860000
008700     10  RQ-COUNT                  PIC 9(03) VALUE ZERO.          00870000
009500 01  RQ-SUB                        PIC 9(03) VALUE ZERO.          00950000
009600 01  RQ-PICKED                     PIC 9(03) VALUE ZERO.          00960000
009700 01  RQ-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00970000
009725 01  RQ-KEY-SUB                    PIC 9(03) VALUE ZERO.          00972500
009750 01  AX-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00975000
009800                                                                  00980000
009900 01  WS-REC-YMD                    PIC 9(06) VALUE ZERO.          00990000
010000                                                                  01000000
010800     10  WS-YMD-MM                 PIC 9(02).                     01080000
010900     10  WS-YMD-DD                 PIC 9(02).                     01090000
011000                                                                  01100000
011005 01  PAY-TYPE-TABLE.                                              01100500
011010     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01101000
011015     10  TY-ITEM                   OCCURS 20 TIMES.               01101500
011020         15  TY-CODE               PIC X(01).                     01102000
011025         15  TY-METHOD             PIC X(01).                     01102500
011030         15  TY-OT-FLAG            PIC X(01).                     01103000
011035                                                                  01103500
011040 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01104000
011045 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01104500
011050 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01105000
011055 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01105500
011060 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01106000
011065                                                                  01106500
011100 01  OT-RULES-TABLE.                                              01110000
011200     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01120000
011300     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01130000
011700                                                                  01170000
011800 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01180000
011900 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01190000
011950 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01195000
012000 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01200000
012100 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01210000
012200 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01220000
012202                                                                  01220200
012204 01  EARN-CODE-TABLE.                                             01220400
012206     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          01220600
012208     10  EC-ITEM                   OCCURS 10 TIMES.               01220800
012210         15  EC-T-CODE             PIC X(04).                     01221000
012212         15  EC-T-DESC             PIC X(20).                     01221200
012214         15  EC-T-OT-FLAG          PIC X(01).                     01221400
012216                                                                  01221600
012218 01  EC-SUB                        PIC 9(02) VALUE ZERO.          01221800
012220 01  EC-PICKED                     PIC 9(02) VALUE ZERO.          01222000
012222 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01222200
012224                                                                  01222400
012226 01  SUPP-EARN-TABLE.                                             01222600
012228     10  SE-COUNT                  PIC 9(04) VALUE ZERO.          01222800
012230     10  SE-ITEM                   OCCURS 1000 TIMES.             01223000
012232         15  SE-T-ID-NUMBER        PIC X(05).                     01223200
012234         15  SE-T-PERIOD           PIC 9(06).                     01223400
012236         15  SE-T-CODE             PIC X(04).                     01223600
012238         15  SE-T-AMOUNT           PIC S9(05)V99.                 01223800
012240         15  SE-T-EC-SUB           PIC 9(02).                     01224000
012242                                                                  01224200
012244 01  SE-SUB                        PIC 9(04) VALUE ZERO.          01224400
012246 01  SE-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01224600
012248 01  SE-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01224800
012250 01  WS-SUPP-OT-FACTOR             PIC 9(01)V99 VALUE ZERO.       01225000
012300                                                                  01230000
012400 01  WS-FORMAT-NAME.                                              01240000
012500     10  WS-FN-LAST                PIC X(11).                     01250000
015900     10  RL-EMP-DEDS               PIC Z,ZZ9.99.                  01590000
016000     10  FILLER                    PIC X(02).                     01600000
016100     10  RL-NET-PAY                PIC Z,ZZ9.99CR.                01610000
016150     10  FILLER                    PIC X(02) VALUE SPACES.        01615000
016200     10  RL-SUPP-PAY               PIC Z,ZZ9.99CR.                01620000
016250     10  FILLER                    PIC X(01) VALUE SPACES.        01625000
016300                                                                  01630000
016400     COPY PAYROLL.                                                01640000
016500                                                                  01650000
016800     10  FILLER                    PIC X(03).                     01680000
016900     10  PR-ALPHA.                                                01690000
017000         15  PR-DOLLAR             PIC ZZZ,ZZ9.99CR.              01700000
017025         15  FILLER                PIC X(02).                     01702500
017050         15  PR-NOTE.                                             01705000
017075             20  PR-NOTE-CODE      PIC X(04).                     01707500
017100             20  FILLER            PIC X(01).                     01710000
017125             20  PR-NOTE-DESC      PIC X(21).                     01712500
017200     10  FILLER                    PIC X(64).                     01720000
017300                                                                  01730000
017400 01  WS-DATE.                                                     01740000
023000         MOVE 8 TO RETURN-CODE                                    02300000
023100     ELSE                                                         02310000
023200         PERFORM 846-LOAD-OT-RULES                                02320000
023220         PERFORM 847-LOAD-PAY-TYPES                               02322000
023225         PERFORM 848-LOAD-EARN-CODES                              02322500
023250         PERFORM 849-LOAD-SUPP-EARNINGS                           02325000
023275         OPEN INPUT ARCH-GEN-FILE                                 02327500
023300         PERFORM 100-READ-INPUT                                   02330000
023325         PERFORM 300-PROCESS-DATA                                 02332500
023350           UNTIL EOF-FLAG = "YES"                                 02335000
023375         CLOSE ARCH-GEN-FILE                                      02337500
023400         OPEN INPUT PAY-ARCHIVE-FILE                              02340000
023425         MOVE 1 TO RQ-KEY-SUB                                     02342500
023450         PERFORM 310-KEYED-REQUEST                                02345000
023475           UNTIL RQ-KEY-SUB > RQ-COUNT                            02347500
023700         CLOSE PAY-ARCHIVE-FILE                                   02370000
023800         PERFORM 920-PRINT-NOT-FOUND                              02380000
023850         PERFORM 925-PRINT-SUPP-DROPPED                           02385000
023900         PERFORM 900-PRINT-REC-COUNT                              02390000
024000         IF EXC-COUNT > 0                                         02400000
024100             MOVE 4 TO RETURN-CODE                                02410000
024600     GOBACK.                                                      02460000
024700                                                                  02470000
024800 100-READ-INPUT.                                                  02480000
024900     READ ARCH-GEN-FILE                                           02490000
025000       AT END                                                     02500000
025100         MOVE "YES" TO EOF-FLAG                                   02510000
025200     END-READ                                                     02520000
025300     ADD 1 TO REC-COUNT.                                          02530000
025400                                                                  02540000
025500 300-PROCESS-DATA.                                                02550000
025510     IF AG-REC-TYPE = 'D'                                         02551000
025520         MOVE AG-PAY-DATA TO WS-PAY-REC                           02552000
025530         PERFORM 350-CHECK-REQUESTED                              02553000
025540         PERFORM 320-PRINT-PICKED                                 02554000
025550     END-IF                                                       02555000
025560     PERFORM 100-READ-INPUT                                       02556000
025570     .                                                            02557000
025580                                                                  02558000
025590 310-KEYED-REQUEST.                                               02559000
025600     MOVE RQ-T-ID-NUMBER (RQ-KEY-SUB) TO AX-ID-NUMBER             02560000
025610     MOVE RQ-T-FROM-YMD (RQ-KEY-SUB) TO AX-PERIOD-YMD             02561000
025620     MOVE 0 TO AX-SEQ                                             02562000
025630     MOVE 'NO' TO AX-EOF-FLAG                                     02563000
025640     START PAY-ARCHIVE-FILE KEY IS NOT LESS THAN AX-KEY           02564000
025650       INVALID KEY                                                02565000
025660         MOVE 'YES' TO AX-EOF-FLAG                                02566000
025670     END-START                                                    02567000
025680     IF AX-EOF-FLAG = 'NO'                                        02568000
025690         PERFORM 315-READ-NEXT-KEYED                              02569000
025700     END-IF                                                       02570000
025710     PERFORM 316-PROCESS-KEYED                                    02571000
025720       UNTIL AX-EOF-FLAG = 'YES'                                  02572000
025730     ADD 1 TO RQ-KEY-SUB                                          02573000
025740     .                                                            02574000
025750                                                                  02575000
025760 315-READ-NEXT-KEYED.                                             02576000
025770     READ PAY-ARCHIVE-FILE NEXT RECORD                            02577000
025780       AT END                                                     02578000
025790         MOVE 'YES' TO AX-EOF-FLAG                                02579000
025800       NOT AT END                                                 02580000
025810         IF AX-ID-NUMBER NOT = RQ-T-ID-NUMBER (RQ-KEY-SUB)        02581000
025820           OR AX-PERIOD-YMD > RQ-T-TO-YMD (RQ-KEY-SUB)            02582000
025830             MOVE 'YES' TO AX-EOF-FLAG                            02583000
025840         ELSE                                                     02584000
025850             MOVE AX-PAY-DATA TO WS-PAY-REC                       02585000
025860             ADD 1 TO REC-COUNT                                   02586000
025870         END-IF                                                   02587000
025880     END-READ                                                     02588000
025890     .                                                            02589000
025900                                                                  02590000
025910 316-PROCESS-KEYED.                                               02591000
025920     MOVE RQ-KEY-SUB TO RQ-PICKED                                 02592000
025930     PERFORM 320-PRINT-PICKED                                     02593000
025940     PERFORM 315-READ-NEXT-KEYED                                  02594000
025950     .                                                            02595000
025960                                                                  02596000
025970 320-PRINT-PICKED.                                                02597000
025980     IF PAY-ADJ-IND = 'A' OR PAY-ADJ-IND = 'R'                    02598000
025990         CONTINUE                                                 02599000
026000     ELSE                                                         02600000
026010         IF RQ-PICKED > 0                                         02601000
026100             MOVE 'Y' TO RQ-T-FOUND-FLAG (RQ-PICKED)              02610000
026200             ADD 1 TO PRINT-COUNT                                 02620000
026300             PERFORM 340-OT-RULE-LOOKUP                           02630000
026900             END-IF                                               02690000
027000         END-IF                                                   02700000
027100     END-IF                                                       02710000
027300     .                                                            02730000
027400                                                                  02740000
027500 350-CHECK-REQUESTED.                                             02750000
033500 400-CAL-PAY.                                                     03350000
033600     INITIALIZE PAY-CAL-FIELDS                                    03360000
033700     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          03370000
033750     PERFORM 345-PAY-TYPE-LOOKUP                                  03375000
033800     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              03380000
033900         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        03390000
034000         MOVE PAY-EMP-RATE TO PC-REG-PAY                          03400000
034100     ELSE                                                         03410000
034200         IF TY-FOUND-FLAG = 'YES'                                 03420000
034300             PERFORM 440-HOURLY                                   03430000
034400         ELSE                                                     03440000
034500             MOVE 0 TO PC-HR-USED                                 03450000
034600             ADD 1 TO EXC-COUNT                                   03460000
034700         END-IF                                                   03470000
034800     END-IF                                                       03480000
034825     IF TY-FOUND-FLAG = 'YES' AND PAY-ADJ-IND = ' '               03482500
034850         PERFORM 470-ADD-SUPP-EARNINGS                            03485000
034875     END-IF                                                       03487500
034900     MOVE PAY-EMP-DEDS TO PC-DEDS                                 03490000
035000     SUBTRACT PC-DEDS FROM PC-GROSS-PAY                           03500000
035100       GIVING PC-NET-PAY                                          03510000
035200     .                                                            03520000
035205                                                                  03520500
035210 438-SET-OT-LIMIT.                                                03521000
035215     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       03521500
035220     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               03522000
035225         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 03522500
035230           GIVING WS-OT-HR-LIMIT                                  03523000
035235         IF WS-OT-HR-LIMIT < 0                                    03523500
035240             MOVE 0 TO WS-OT-HR-LIMIT                             03524000
035245         END-IF                                                   03524500
035250     END-IF                                                       03525000
035251     IF WS-TY-OT-FLAG NOT = 'Y'                                   03525100
035252         MOVE 9999.9 TO WS-OT-HR-LIMIT                            03525200
035253     END-IF                                                       03525300
035255     .                                                            03525500
035300                                                                  03530000
035400 440-HOURLY.                                                      03540000
035450     PERFORM 438-SET-OT-LIMIT                                     03545000
035500     IF PC-HR-USED > WS-OT-HR-LIMIT                               03550000
035600         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  03560000
035700           GIVING PC-OT-HR                                        03570000
035800         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         03580000
035900         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                03590000
036000           GIVING PC-OT-RATE ROUNDED                              03600000
036100         MULTIPLY PC-OT-RATE BY PC-OT-HR                          03610000
039900     MOVE 'OVERTIME PAY:' TO PR-TITLES                            03990000
040000     MOVE PC-OT-PAY TO PR-DOLLAR                                  04000000
040100     PERFORM 700-PRINT-LINE                                       04010000
040125     IF PAY-ADJ-IND = ' '                                         04012500
040150         PERFORM 505-PRINT-DUP-SUPP                               04015000
040175     END-IF                                                       04017500
040200     MOVE 'GROSS PAY:' TO PR-TITLES                               04020000
040300     MOVE PC-GROSS-PAY TO PR-DOLLAR                               04030000
040400     PERFORM 700-PRINT-LINE                                       04040000
043300     MOVE PC-REG-PAY TO RL-REG-PAY                                04330000
043400     MOVE PC-OT-PAY TO RL-OT-PAY                                  04340000
043500     MOVE PAY-EMP-DEDS TO RL-EMP-DEDS                             04350000
043550     MOVE PC-SUPP-PAY TO RL-SUPP-PAY                              04355000
043600     MOVE PC-NET-PAY TO RL-NET-PAY                                04360000
043700     MOVE WS-REG-LINE TO WS-PRINT-REC                             04370000
043800     PERFORM 700-PRINT-LINE                                       04380000
057200     WRITE AUD-REC                                                05720000
057300     CLOSE AUDIT-FILE                                             05730000
057400     .                                                            05740000
057500                                                                  05750000
057600 470-ADD-SUPP-EARNINGS.                                           05760000
057700     MOVE 1 TO SE-SUB                                             05770000
057800     PERFORM 475-SUPP-EARNINGS-CHECK                              05780000
057900         UNTIL SE-SUB > SE-COUNT                                  05790000
058000     IF PC-SUPP-OT-BASE NOT = 0 AND PC-OT-HR > 0                  05800000
058100         PERFORM 477-SUPP-OT-PREMIUM                              05810000
058200     END-IF                                                       05820000
058300     ADD PC-SUPP-PAY TO PC-GROSS-PAY                              05830000
058400     .                                                            05840000
058500                                                                  05850000
058600 475-SUPP-EARNINGS-CHECK.                                         05860000
058700     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   05870000
058800       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             05880000
058900       AND SE-T-EC-SUB (SE-SUB) > 0                               05890000
059000         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      05900000
059100         ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-PAY                  05910000
059200         IF EC-T-OT-FLAG (EC-SUB) = 'Y'                           05920000
059300             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-OT-BASE          05930000
059400         END-IF                                                   05940000
059500     END-IF                                                       05950000
059600     ADD 1 TO SE-SUB                                              05960000
059700     .                                                            05970000
059800                                                                  05980000
059900 477-SUPP-OT-PREMIUM.                                             05990000
060000     DIVIDE PC-SUPP-OT-BASE BY PC-HR-USED                         06000000
060100       GIVING PC-SUPP-RATE ROUNDED                                06010000
060200     SUBTRACT 1 FROM WS-OT-MULTIPLIER                             06020000
060300       GIVING WS-SUPP-OT-FACTOR                                   06030000
060400     MULTIPLY PC-SUPP-RATE BY WS-SUPP-OT-FACTOR                   06040000
060500       GIVING PC-SUPP-OT-RATE ROUNDED                             06050000
060600     MULTIPLY PC-SUPP-OT-RATE BY PC-OT-HR                         06060000
060700       GIVING PC-SUPP-OT-PAY ROUNDED                              06070000
060800     ADD PC-SUPP-OT-PAY TO PC-OT-PAY                              06080000
060900     ADD PC-SUPP-OT-PAY TO PC-GROSS-PAY                           06090000
061000     .                                                            06100000
061100                                                                  06110000
061200 505-PRINT-DUP-SUPP.                                              06120000
061300     MOVE 1 TO SE-SUB                                             06130000
061400     PERFORM 506-PRINT-DUP-SUPP-LINE                              06140000
061500         UNTIL SE-SUB > SE-COUNT                                  06150000
061600     .                                                            06160000
061700                                                                  06170000
061800 506-PRINT-DUP-SUPP-LINE.                                         06180000
061900     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   06190000
062000       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             06200000
062100       AND SE-T-EC-SUB (SE-SUB) > 0                               06210000
062200         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      06220000
062300         MOVE 'SUPPLEMENTAL PAY:' TO PR-TITLES                    06230000
062400         MOVE SE-T-AMOUNT (SE-SUB) TO PR-DOLLAR                   06240000
062500         MOVE EC-T-CODE (EC-SUB) TO PR-NOTE-CODE                  06250000
062600         MOVE EC-T-DESC (EC-SUB) TO PR-NOTE-DESC                  06260000
062700         PERFORM 700-PRINT-LINE                                   06270000
062800     END-IF                                                       06280000
062900     ADD 1 TO SE-SUB                                              06290000
063000     .                                                            06300000
063100                                                                  06310000
063200 841-FIND-EARN-CODE.                                              06320000
063300     MOVE 0 TO EC-PICKED                                          06330000
063400     MOVE 1 TO EC-SUB                                             06340000
063500     PERFORM 842-EARN-CODE-CHECK                                  06350000
063600         UNTIL EC-PICKED > 0                                      06360000
063700         OR EC-SUB > EC-COUNT                                     06370000
063800     .                                                            06380000
063900                                                                  06390000
064000 842-EARN-CODE-CHECK.                                             06400000
064100     IF EC-T-CODE (EC-SUB) = SE-T-CODE (SE-COUNT)                 06410000
064200         MOVE EC-SUB TO EC-PICKED                                 06420000
064300     ELSE                                                         06430000
064400         ADD 1 TO EC-SUB                                          06440000
064500     END-IF                                                       06450000
064600     .                                                            06460000
064700                                                                  06470000
064800 848-LOAD-EARN-CODES.                                             06480000
064900     OPEN INPUT EARN-CODE-FILE                                    06490000
065000     MOVE 'NO' TO EC-EOF-FLAG                                     06500000
065100     MOVE 0 TO EC-COUNT                                           06510000
065200     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            06520000
065300         READ EARN-CODE-FILE                                      06530000
065400           AT END                                                 06540000
065500             MOVE 'YES' TO EC-EOF-FLAG                            06550000
065600           NOT AT END                                             06560000
065700             IF EC-COUNT < 10                                     06570000
065800                 ADD 1 TO EC-COUNT                                06580000
065900                 MOVE EC-CODE TO EC-T-CODE (EC-COUNT)             06590000
066000                 MOVE EC-DESC TO EC-T-DESC (EC-COUNT)             06600000
066100                 MOVE EC-OT-FLAG TO EC-T-OT-FLAG (EC-COUNT)       06610000
066200             END-IF                                               06620000
066300         END-READ                                                 06630000
066400     END-PERFORM                                                  06640000
066500     CLOSE EARN-CODE-FILE                                         06650000
066600     .                                                            06660000
066700                                                                  06670000
066800*    ONLY THE ROWS FOR REQUESTED EMPLOYEES ARE KEPT - THE         06680000
066900*    CONCATENATED PERIOD FILES RUN TO MANY PERIODS.               06690000
067000 849-LOAD-SUPP-EARNINGS.                                          06700000
067100     OPEN INPUT SUPP-EARN-FILE                                    06710000
067200     MOVE 'NO' TO SE-EOF-FLAG                                     06720000
067300     MOVE 0 TO SE-COUNT                                           06730000
067400     PERFORM UNTIL SE-EOF-FLAG = 'YES'                            06740000
067500         READ SUPP-EARN-FILE                                      06750000
067600           AT END                                                 06760000
067700             MOVE 'YES' TO SE-EOF-FLAG                            06770000
067800           NOT AT END                                             06780000
067900             PERFORM 839-SUPP-REQUESTED                           06790000
068000             IF RQ-PICKED > 0                                     06800000
068100                 IF SE-COUNT < 1000                               06810000
068200                     ADD 1 TO SE-COUNT                            06820000
068300                     MOVE SE-ID-NUMBER                            06830000
068400                       TO SE-T-ID-NUMBER (SE-COUNT)               06840000
068500                     MOVE SE-PERIOD-END-DATE                      06850000
068600                       TO SE-T-PERIOD (SE-COUNT)                  06860000
068700                     MOVE SE-EARN-CODE TO SE-T-CODE (SE-COUNT)    06870000
068800                     MOVE SE-AMOUNT TO SE-T-AMOUNT (SE-COUNT)     06880000
068900                     PERFORM 841-FIND-EARN-CODE                   06890000
069000                     MOVE EC-PICKED TO SE-T-EC-SUB (SE-COUNT)     06900000
069100                 ELSE                                             06910000
069200                     ADD 1 TO SE-DROPPED-COUNT                    06920000
069300                 END-IF                                           06930000
069400             END-IF                                               06940000
069500         END-READ                                                 06950000
069600     END-PERFORM                                                  06960000
069700     CLOSE SUPP-EARN-FILE                                         06970000
069800     .                                                            06980000
069900                                                                  06990000
070000 839-SUPP-REQUESTED.                                              07000000
070100     MOVE 0 TO RQ-PICKED                                          07010000
070200     MOVE 1 TO RQ-SUB                                             07020000
070300     PERFORM 840-SUPP-REQUEST-CHECK                               07030000
070400       UNTIL RQ-PICKED > 0                                        07040000
070500       OR RQ-SUB > RQ-COUNT                                       07050000
070600     .                                                            07060000
070700                                                                  07070000
070800 840-SUPP-REQUEST-CHECK.                                          07080000
070900     IF RQ-T-ID-NUMBER (RQ-SUB) = SE-ID-NUMBER                    07090000
071000         MOVE RQ-SUB TO RQ-PICKED                                 07100000
071100     ELSE                                                         07110000
071200         ADD 1 TO RQ-SUB                                          07120000
071300     END-IF                                                       07130000
071400     .                                                            07140000
071500                                                                  07150000
071600 925-PRINT-SUPP-DROPPED.                                          07160000
071700     IF SE-DROPPED-COUNT > 0                                      07170000
071800         MOVE 'SUPPLEMENTAL EARNINGS:' TO PR-TITLES               07180000
071900         MOVE 'TABLE FULL - ITEMS MISSING' TO PR-ALPHA            07190000
072000         PERFORM 700-PRINT-LINE                                   07200000
072100         ADD 1 TO EXC-COUNT                                       07210000
072200     END-IF                                                       07220000
072300     .                                                            07230000
072400                                                                  07240000
072500 847-LOAD-PAY-TYPES.                                              07250000
072600     OPEN INPUT PAY-TYPE-FILE                                     07260000
072700     MOVE 'NO' TO TY-EOF-FLAG                                     07270000
072800     MOVE 0 TO TY-COUNT                                           07280000
072900     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            07290000
073000         READ PAY-TYPE-FILE                                       07300000
073100           AT END                                                 07310000
073200             MOVE 'YES' TO TY-EOF-FLAG                            07320000
073300           NOT AT END                                             07330000
073400             IF TY-COUNT < 20                                     07340000
073500               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          07350000
073600                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         07360000
073700                 ADD 1 TO TY-COUNT                                07370000
073800                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              07380000
073900                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          07390000
074000                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        07400000
074100             END-IF                                               07410000
074200         END-READ                                                 07420000
074300     END-PERFORM                                                  07430000
074400     CLOSE PAY-TYPE-FILE                                          07440000
074500     IF TY-COUNT = 0                                              07450000
074600         MOVE 2 TO TY-COUNT                                       07460000
074700         MOVE 'S' TO TY-CODE (1)                                  07470000
074800         MOVE 'F' TO TY-METHOD (1)                                07480000
074900         MOVE 'N' TO TY-OT-FLAG (1)                               07490000
075000         MOVE 'H' TO TY-CODE (2)                                  07500000
075100         MOVE 'H' TO TY-METHOD (2)                                07510000
075200         MOVE 'Y' TO TY-OT-FLAG (2)                               07520000
075300     END-IF                                                       07530000
075400     .                                                            07540000
075500                                                                  07550000
075600 345-PAY-TYPE-LOOKUP.                                             07560000
075700     MOVE 'NO' TO TY-FOUND-FLAG                                   07570000
075800     MOVE SPACE TO WS-TY-METHOD                                   07580000
075900     MOVE 'N' TO WS-TY-OT-FLAG                                    07590000
076000     MOVE 1 TO TY-SUB                                             07600000
076100     PERFORM 346-PAY-TYPE-SCAN                                    07610000
076200       UNTIL TY-FOUND-FLAG = 'YES'                                07620000
076300       OR TY-SUB > TY-COUNT                                       07630000
076400     .                                                            07640000
076500                                                                  07650000
076600 346-PAY-TYPE-SCAN.                                               07660000
076700     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           07670000
076800         MOVE 'YES' TO TY-FOUND-FLAG                              07680000
076900         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  07690000
077000         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                07700000
077100     ELSE                                                         07710000
077200         ADD 1 TO TY-SUB                                          07720000
077300     END-IF                                                       07730000
077400     .                                                            07740000
