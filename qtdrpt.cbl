001200*    OT RULES, REVERSALS NEGATED), PAY-DED-TAX               *    00120000
001300*    WITHHOLDING, AND DISTINCT-EMPLOYEE HEADCOUNT BY         *    00130000
001400*    MONTH, BY DIVISION AND COMPANY-WIDE.                    *    00140000
001425*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00142500
001450*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00145000
001455*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00145500
001460*    THE QUARTER'S YEAR IS LOOKED UP ON ARCHCTL:  A YEAR     *    00146000
001465*    ARCHMNT HAS SPLIT OFF IS READ FROM ITS ARCHGEN          *    00146500
001470*    GENERATION ONLY, WHOSE HEADER YEAR AND TRAILER COUNT    *    00147000
001475*    MUST PROVE (ELSE RC 8); A PURGED YEAR IS REFUSED;       *    00147500
001480*    OTHERWISE PAYARCH IS READ.                              *    00148000
001482*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00148200
001484*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00148400
001486*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00148600
001488*    SUPPLEMENTAL EARNINGS FOR THE QUARTER ARE LOADED FROM   *    00148800
001490*    THE KEPT SUPPEARN PERIOD FILES (READ CONCATENATED) AND  *    00149000
001492*    EARNCODE, AND ADDED TO GROSS WITH THE OT PREMIUM ON     *    00149200
001494*    OVERTIME-ELIGIBLE CODES, JUST AS BREAKS PAYS THEM; ROWS *    00149400
001496*    THE TABLE CANNOT HOLD ARE COUNTED AND SET RC 8.         *    00149600
001500*                                                            *    00150000
001600**************************************************************    00160000
001700                                                                  00170000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600                                                                  00260000
002700 FILE-CONTROL.                                                    00270000
002725     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00272500
002750         ORGANIZATION IS INDEXED                                  00275000
002775         ACCESS IS SEQUENTIAL                                     00277500
002800         RECORD KEY IS AX-KEY.                                    00280000
002825     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00282500
002850     SELECT OPTIONAL ARCH-CONTROL-FILE ASSIGN TO ARCHCTL.         00285000
002900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00290000
003000     SELECT OPTIONAL QUARTER-CARD-FILE ASSIGN TO QTRCARD.         00300000
003100     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00310000
003200     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00320000
003250     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00325000
003270     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00327000
003290     SELECT OPTIONAL SUPP-EARN-FILE ASSIGN TO SUPPEARN.           00329000
003300     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00330000
003400                                                                  00340000
003500 DATA DIVISION.                                                   00350000
003600 FILE SECTION.                                                    00360000
003700                                                                  00370000
003725 FD  PAY-ARCHIVE-FILE.                                            00372500
003750     COPY ARCHIDX.                                                00375000
003775                                                                  00377500
003800 FD  ARCH-GEN-FILE                                                00380000
003825     RECORDING MODE IS F.                                         00382500
003850     COPY ARCHGEN.                                                00385000
003875                                                                  00387500
003900 FD  ARCH-CONTROL-FILE                                            00390000
003925     RECORDING MODE IS F.                                         00392500
003950     COPY ARCHCTL.                                                00395000
004200                                                                  00420000
004300 FD  PRINT-FILE                                                   00430000
004400     RECORDING MODE IS F.                                         00440000
005800 FD  OT-CONTROL-FILE                                              00580000
005900     RECORDING MODE IS F.                                         00590000
006000     COPY OTRULES.                                                00600000
006020                                                                  00602000
006040 FD  PAY-TYPE-FILE                                                00604000
006060     RECORDING MODE IS F.                                         00606000
006080     COPY PAYTYPE.                                                00608000
006082                                                                  00608200
006084 FD  EARN-CODE-FILE                                               00608400
006086     RECORDING MODE IS F.                                         00608600
006088     COPY EARNCODE.                                               00608800
006090                                                                  00609000
006092 FD  SUPP-EARN-FILE                                               00609200
006094     RECORDING MODE IS F.                                         00609400
006096     COPY SUPPEARN.                                               00609600
006100                                                                  00610000
006200 FD  AUDIT-FILE                                                   00620000
006300     RECORDING MODE IS F.                                         00630000
008000     10  WS-MONTH-3                PIC 9(02) VALUE ZERO.          00800000
008100     10  WS-REC-MONTH              PIC 9(01) VALUE ZERO.          00810000
008200     10  WS-PERIODS-IN-QTR         PIC 9(03) VALUE ZERO.          00820000
008210     10  WS-ARCH-SOURCE            PIC X(01) VALUE 'A'.           00821000
008220     10  AY-EOF-FLAG               PIC X(03) VALUE "NO".          00822000
008230     10  WS-GEN-BAD-FLAG           PIC X(03) VALUE "NO".          00823000
008240     10  WS-GEN-TRAILER-FLAG       PIC X(03) VALUE "NO".          00824000
008250     10  GEN-D-COUNT               PIC 9(07) VALUE ZERO.          00825000
008260     10  GEN-TRAILER-COUNT         PIC 9(07) VALUE ZERO.          00826000
008270     10  WS-ARCH-YEAR              PIC 9(04) VALUE ZERO.          00827000
008300                                                                  00830000
008400 01  PAY-CAL-FIELDS.                                              00840000
008500     10  PC-HR-USED                PIC S9(04)V9  VALUE 0.         00850000
009000     10  PC-OT-RATE                PIC S9(05)V99 VALUE 0.         00900000
009100     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         00910000
009200     10  PC-TAX-SIGNED             PIC S9(05)V99 VALUE 0.         00920000
009210     10  PC-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00921000
009220     10  PC-SUPP-OT-BASE           PIC S9(05)V99 VALUE 0.         00922000
009230     10  PC-SUPP-RATE              PIC S9(05)V9999 VALUE 0.       00923000
009240     10  PC-SUPP-OT-RATE           PIC S9(05)V9999 VALUE 0.       00924000
009250     10  PC-SUPP-OT-PAY            PIC S9(05)V99 VALUE 0.         00925000
009300                                                                  00930000
009400 01  DIV-QTR-TABLE.                                               00940000
009500     10  DV-COUNT                  PIC 9(03) VALUE ZERO.          00950000
012300                                                                  01230000
012400 01  M-SUB                         PIC 9(01) VALUE ZERO.          01240000
012500                                                                  01250000
012505 01  PAY-TYPE-TABLE.                                              01250500
012510     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01251000
012515     10  TY-ITEM                   OCCURS 20 TIMES.               01251500
012520         15  TY-CODE               PIC X(01).                     01252000
012525         15  TY-METHOD             PIC X(01).                     01252500
012530         15  TY-OT-FLAG            PIC X(01).                     01253000
012535                                                                  01253500
012540 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01254000
012545 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01254500
012550 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01255000
012555 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01255500
012560 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01256000
012565                                                                  01256500
012600 01  OT-RULES-TABLE.                                              01260000
012700     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01270000
012800     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01280000
013200                                                                  01320000
013300 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01330000
013400 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01340000
013450 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01345000
013500 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01350000
013600 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01360000
013700 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01370000
014100     10  WS-PPC-MM                 PIC 9(02).                     01410000
014200     10  WS-PPC-DD                 PIC 9(02).                     01420000
014300     10  WS-PPC-YY                 PIC 9(02).                     01430000
014302                                                                  01430200
014304 01  EARN-CODE-TABLE.                                             01430400
014306     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          01430600
014308     10  EC-ITEM                   OCCURS 10 TIMES.               01430800
014310         15  EC-T-CODE             PIC X(04).                     01431000
014312         15  EC-T-OT-FLAG          PIC X(01).                     01431200
014314                                                                  01431400
014316 01  EC-SUB                        PIC 9(02) VALUE ZERO.          01431600
014318 01  EC-PICKED                     PIC 9(02) VALUE ZERO.          01431800
014320 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01432000
014322                                                                  01432200
014324 01  SUPP-EARN-TABLE.                                             01432400
014326     10  SE-COUNT                  PIC 9(04) VALUE ZERO.          01432600
014328     10  SE-ITEM                   OCCURS 5000 TIMES.             01432800
014330         15  SE-T-ID-NUMBER        PIC X(05).                     01433000
014332         15  SE-T-PERIOD           PIC 9(06).                     01433200
014334         15  SE-T-CODE             PIC X(04).                     01433400
014336         15  SE-T-AMOUNT           PIC S9(05)V99.                 01433600
014338         15  SE-T-EC-SUB           PIC 9(02).                     01433800
014340                                                                  01434000
014342 01  SE-SUB                        PIC 9(04) VALUE ZERO.          01434200
014344 01  SE-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01434400
014346 01  SE-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01434600
014348 01  WS-SUPP-OT-FACTOR             PIC 9(01)V99 VALUE ZERO.       01434800
014350                                                                  01435000
014352 01  WS-SE-PARTS.                                                 01435200
014354     10  WS-SE-MM                  PIC 9(02).                     01435400
014356     10  WS-SE-DD                  PIC 9(02).                     01435600
014358     10  WS-SE-YY                  PIC 9(02).                     01435800
014400                                                                  01440000
014500 01  WS-FORMAT-DIV.                                               01450000
014600     10  FILLER                    PIC X(03) VALUE 'CO '.         01460000
015000     10  FILLER                    PIC X(14) VALUE                01500000
015100         'ARCHIVE READ: '.                                        01510000
015200     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01520000
015210                                                                  01521000
015220 01  WS-ARCH-MSG-LINE.                                            01522000
015230     10  FILLER                    PIC X(01) VALUE SPACE.         01523000
015240     10  FILLER                    PIC X(08) VALUE '** YEAR '.    01524000
015250     10  AM-YEAR                   PIC 9(04).                     01525000
015260     10  FILLER                    PIC X(01) VALUE SPACE.         01526000
015270     10  AM-TEXT                   PIC X(50).                     01527000
015300                                                                  01530000
015400 01  WS-TOTAL-LINE.                                               01540000
015500     10  FILLER                    PIC X(01).                     01550000
023200         MOVE 8 TO RETURN-CODE                                    02320000
023300     ELSE                                                         02330000
023400         PERFORM 846-LOAD-OT-RULES                                02340000
023450         PERFORM 843-LOAD-PAY-TYPES                               02345000
023500         PERFORM 847-COUNT-QTR-PERIODS                            02350000
023505         PERFORM 848-LOAD-EARN-CODES                              02350500
023510         PERFORM 849-LOAD-SUPP-EARNINGS                           02351000
023520         PERFORM 835-FIND-ARCHIVE-YEAR                            02352000
023540         IF WS-ARCH-SOURCE = 'P'                                  02354000
023560             MOVE WS-ARCH-YEAR TO AM-YEAR                         02356000
023580             MOVE 'PAY ARCHIVE PURGED - RUN REFUSED' TO AM-TEXT   02358000
023600             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   02360000
023620             PERFORM 700-PRINT-LINE                               02362000
023640             MOVE 8 TO RETURN-CODE                                02364000
023660         ELSE                                                     02366000
023680         IF WS-ARCH-SOURCE = 'G'                                  02368000
023700             MOVE WS-ARCH-YEAR TO AM-YEAR                         02370000
023720             MOVE 'READ FROM ITS ARCHGEN GENERATION' TO AM-TEXT   02372000
023740             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   02374000
023760             PERFORM 700-PRINT-LINE                               02376000
023780             OPEN INPUT ARCH-GEN-FILE                             02378000
023800             PERFORM 105-READ-GEN-HEADER                          02380000
023820         ELSE                                                     02382000
023840             OPEN INPUT PAY-ARCHIVE-FILE                          02384000
023860         END-IF                                                   02386000
023880         IF EOF-FLAG = "NO"                                       02388000
023900             PERFORM 100-READ-INPUT                               02390000
023920         END-IF                                                   02392000
023940         PERFORM 300-PROCESS-DATA                                 02394000
023960           UNTIL EOF-FLAG = "YES"                                 02396000
023980         IF WS-ARCH-SOURCE = 'G'                                  02398000
024000             CLOSE ARCH-GEN-FILE                                  02400000
024020         ELSE                                                     02402000
024040             CLOSE PAY-ARCHIVE-FILE                               02404000
024060         END-IF                                                   02406000
024080         IF WS-ARCH-SOURCE = 'G'                                  02408000
024100             IF WS-GEN-TRAILER-FLAG = "NO"                        02410000
024120               OR GEN-D-COUNT NOT = GEN-TRAILER-COUNT             02412000
024140                 MOVE "YES" TO WS-GEN-BAD-FLAG                    02414000
024160             END-IF                                               02416000
024180         END-IF                                                   02418000
024200         IF WS-GEN-BAD-FLAG = "YES"                               02420000
024220             MOVE WS-ARCH-YEAR TO AM-YEAR                         02422000
024240             MOVE 'ARCHGEN GENERATION DOES NOT PROVE' TO AM-TEXT  02424000
024260             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   02426000
024280             PERFORM 700-PRINT-LINE                               02428000
024300         END-IF                                                   02430000
024320         PERFORM 580-COUNT-HEADCOUNTS                             02432000
024340         PERFORM 600-PRINT-REPORT                                 02434000
024360         IF REC-COUNT <= 1                                        02436000
024380           OR WS-GEN-BAD-FLAG = "YES"                             02438000
024390           OR SE-DROPPED-COUNT > 0                                02439000
024400             MOVE 8 TO RETURN-CODE                                02440000
024420         END-IF                                                   02442000
024440         END-IF                                                   02444000
024600     END-IF                                                       02460000
024700     CLOSE PRINT-FILE                                             02470000
024800     PERFORM 985-WRITE-AUDIT-LOG                                  02480000
024900     GOBACK.                                                      02490000
025000                                                                  02500000
025100 100-READ-INPUT.                                                  02510000
025125     IF WS-ARCH-SOURCE = 'G'                                      02512500
025150         PERFORM 110-READ-GENERATION                              02515000
025175     ELSE                                                         02517500
025200         READ PAY-ARCHIVE-FILE NEXT RECORD                        02520000
025225           AT END                                                 02522500
025250             MOVE "YES" TO EOF-FLAG                               02525000
025275           NOT AT END                                             02527500
025300             MOVE AX-PAY-DATA TO WS-PAY-REC                       02530000
025325         END-READ                                                 02532500
025350     END-IF                                                       02535000
025600     ADD 1 TO REC-COUNT.                                          02560000
025700                                                                  02570000
025702*    A YEAR ARCHMNT HAS SPLIT OFF IS READ FROM ITS GENERATION.    02570200
025704*    THE HEADER MUST NAME THE YEAR ASKED FOR; THE TRAILER ENDS    02570400
025706*    THE READ AND ITS COUNT MUST AGREE WITH THE DETAIL READ.      02570600
025708 105-READ-GEN-HEADER.                                             02570800
025710     READ ARCH-GEN-FILE                                           02571000
025712       AT END                                                     02571200
025714         MOVE "YES" TO WS-GEN-BAD-FLAG                            02571400
025716     END-READ                                                     02571600
025718     IF WS-GEN-BAD-FLAG = "NO"                                    02571800
025720         IF AG-REC-TYPE NOT = 'H' OR AG-YEAR NOT = WS-ARCH-YEAR   02572000
025722             MOVE "YES" TO WS-GEN-BAD-FLAG                        02572200
025724         END-IF                                                   02572400
025726     END-IF                                                       02572600
025728     IF WS-GEN-BAD-FLAG = "YES"                                   02572800
025730         MOVE "YES" TO EOF-FLAG                                   02573000
025732     END-IF                                                       02573200
025734     .                                                            02573400
025736                                                                  02573600
025738 110-READ-GENERATION.                                             02573800
025740     READ ARCH-GEN-FILE                                           02574000
025742       AT END                                                     02574200
025744         MOVE "YES" TO EOF-FLAG                                   02574400
025746       NOT AT END                                                 02574600
025748         IF AG-REC-TYPE = 'D'                                     02574800
025750             MOVE AG-PAY-DATA TO WS-PAY-REC                       02575000
025752             ADD 1 TO GEN-D-COUNT                                 02575200
025754         ELSE                                                     02575400
025756         IF AG-REC-TYPE = 'T'                                     02575600
025758             MOVE "YES" TO WS-GEN-TRAILER-FLAG                    02575800
025760             MOVE AG-CTL-REC-COUNT TO GEN-TRAILER-COUNT           02576000
025762             MOVE "YES" TO EOF-FLAG                               02576200
025764         ELSE                                                     02576400
025766             MOVE "YES" TO WS-GEN-BAD-FLAG                        02576600
025768             MOVE "YES" TO EOF-FLAG                               02576800
025770         END-IF                                                   02577000
025772         END-IF                                                   02577200
025774     END-READ                                                     02577400
025776     .                                                            02577600
025778                                                                  02577800
025800 300-PROCESS-DATA.                                                02580000
025900     IF PAY-PERIOD-END-YY = WS-QTR-YEAR                           02590000
026000       AND PAY-PERIOD-END-MM >= WS-MONTH-1                        02600000
026100       AND PAY-PERIOD-END-MM <= WS-MONTH-3                        02610000
026150         PERFORM 345-PAY-TYPE-LOOKUP                              02615000
026200         IF TY-FOUND-FLAG = 'YES'                                 02620000
026300             ADD 1 TO QTR-REC-COUNT                               02630000
026400             PERFORM 400-POST-QUARTER                             02640000
026500         ELSE                                                     02650000
032500 410-CAL-PAY.                                                     03250000
032600     INITIALIZE PAY-CAL-FIELDS                                    03260000
032700     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          03270000
032800     IF WS-TY-METHOD = 'F'                                        03280000
032900         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        03290000
033000     ELSE                                                         03300000
033100         PERFORM 440-HOURLY                                       03310000
033200     END-IF                                                       03320000
033225     IF PAY-ADJ-IND = ' '                                         03322500
033250         PERFORM 470-ADD-SUPP-EARNINGS                            03325000
033275     END-IF                                                       03327500
033300     MOVE PAY-DED-TAX TO PC-TAX-SIGNED                            03330000
033400     IF PAY-ADJ-IND = 'R'                                         03340000
033500         SUBTRACT PC-GROSS-PAY FROM ZERO GIVING PC-GROSS-PAY      03350000
033600         SUBTRACT PC-TAX-SIGNED FROM ZERO GIVING PC-TAX-SIGNED    03360000
033700     END-IF                                                       03370000
033800     .                                                            03380000
033805                                                                  03380500
033810 438-SET-OT-LIMIT.                                                03381000
033815     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       03381500
033820     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               03382000
033825         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 03382500
033830           GIVING WS-OT-HR-LIMIT                                  03383000
033835         IF WS-OT-HR-LIMIT < 0                                    03383500
033840             MOVE 0 TO WS-OT-HR-LIMIT                             03384000
033845         END-IF                                                   03384500
033850     END-IF                                                       03385000
033851     IF WS-TY-OT-FLAG NOT = 'Y'                                   03385100
033852         MOVE 9999.9 TO WS-OT-HR-LIMIT                            03385200
033853     END-IF                                                       03385300
033855     .                                                            03385500
033900                                                                  03390000
034000 440-HOURLY.                                                      03400000
034050     PERFORM 438-SET-OT-LIMIT                                     03405000
034100     IF PC-HR-USED > WS-OT-HR-LIMIT                               03410000
034200         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  03420000
034300           GIVING PC-OT-HR                                        03430000
034400         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         03440000
034500         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                03450000
034600           GIVING PC-OT-RATE ROUNDED                              03460000
034700         MULTIPLY PC-OT-RATE BY PC-OT-HR                          03470000
041600         ADD 1 TO ES-SUB                                          04160000
041700     END-IF                                                       04170000
041800     .                                                            04180000
041801                                                                  04180100
041802 470-ADD-SUPP-EARNINGS.                                           04180200
041803     MOVE 1 TO SE-SUB                                             04180300
041804     PERFORM 475-SUPP-EARNINGS-CHECK                              04180400
041805         UNTIL SE-SUB > SE-COUNT                                  04180500
041806     IF PC-SUPP-OT-BASE NOT = 0 AND PC-OT-HR > 0                  04180600
041807         PERFORM 477-SUPP-OT-PREMIUM                              04180700
041808     END-IF                                                       04180800
041809     ADD PC-SUPP-PAY TO PC-GROSS-PAY                              04180900
041810     .                                                            04181000
041811                                                                  04181100
041812 475-SUPP-EARNINGS-CHECK.                                         04181200
041813     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   04181300
041814       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             04181400
041815       AND SE-T-EC-SUB (SE-SUB) > 0                               04181500
041816         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      04181600
041817         ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-PAY                  04181700
041818         IF EC-T-OT-FLAG (EC-SUB) = 'Y'                           04181800
041819             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-OT-BASE          04181900
041820         END-IF                                                   04182000
041821     END-IF                                                       04182100
041822     ADD 1 TO SE-SUB                                              04182200
041823     .                                                            04182300
041824                                                                  04182400
041825 477-SUPP-OT-PREMIUM.                                             04182500
041826     DIVIDE PC-SUPP-OT-BASE BY PC-HR-USED                         04182600
041827       GIVING PC-SUPP-RATE ROUNDED                                04182700
041828     SUBTRACT 1 FROM WS-OT-MULTIPLIER                             04182800
041829       GIVING WS-SUPP-OT-FACTOR                                   04182900
041830     MULTIPLY PC-SUPP-RATE BY WS-SUPP-OT-FACTOR                   04183000
041831       GIVING PC-SUPP-OT-RATE ROUNDED                             04183100
041832     MULTIPLY PC-SUPP-OT-RATE BY PC-OT-HR                         04183200
041833       GIVING PC-SUPP-OT-PAY ROUNDED                              04183300
041834     ADD PC-SUPP-OT-PAY TO PC-OT-PAY                              04183400
041835     ADD PC-SUPP-OT-PAY TO PC-GROSS-PAY                           04183500
041836     .                                                            04183600
041837                                                                  04183700
041838 478-FIND-EARN-CODE.                                              04183800
041839     MOVE 0 TO EC-PICKED                                          04183900
041840     MOVE 1 TO EC-SUB                                             04184000
041841     PERFORM 479-EARN-CODE-CHECK                                  04184100
041842         UNTIL EC-PICKED > 0                                      04184200
041843         OR EC-SUB > EC-COUNT                                     04184300
041844     .                                                            04184400
041845                                                                  04184500
041846 479-EARN-CODE-CHECK.                                             04184600
041847     IF EC-T-CODE (EC-SUB) = SE-T-CODE (SE-COUNT)                 04184700
041848         MOVE EC-SUB TO EC-PICKED                                 04184800
041849     ELSE                                                         04184900
041850         ADD 1 TO EC-SUB                                          04185000
041851     END-IF                                                       04185100
041852     .                                                            04185200
041900                                                                  04190000
042000 580-COUNT-HEADCOUNTS.                                            04200000
042100     MOVE 1 TO ES-SUB                                             04210000
048800         MOVE WS-TOTAL-LINE TO PR-DETAIL                          04880000
048900         PERFORM 700-PRINT-LINE                                   04890000
049000     END-IF                                                       04900000
049010     IF SE-DROPPED-COUNT > 0                                      04901000
049020         MOVE SPACES TO WS-PRINT-REC                              04902000
049030         MOVE 'EARNINGS ROWS NOT LOADED:' TO TL-LABEL             04903000
049040         MOVE SE-DROPPED-COUNT TO TL-COUNT                        04904000
049050         MOVE WS-TOTAL-LINE TO PR-DETAIL                          04905000
049060         PERFORM 700-PRINT-LINE                                   04906000
049070     END-IF                                                       04907000
049100     .                                                            04910000
049200                                                                  04920000
049300 610-PRINT-DIV-LINE.                                              04930000
055400     CLOSE QUARTER-CARD-FILE                                      05540000
055500     .                                                            05550000
055600                                                                  05560000
055604*    ARCHCTL SAYS WHERE THE YEAR IS:  NO ROW MEANS IT IS STILL ON 05560400
055608*    PAYARCH, 'G' ON ITS OWN GENERATION, 'P' PURGED.              05560800
055612 835-FIND-ARCHIVE-YEAR.                                           05561200
055616     MOVE 2000 TO WS-ARCH-YEAR                                    05561600
055620     ADD WS-QTR-YEAR TO WS-ARCH-YEAR                              05562000
055624     MOVE 'A' TO WS-ARCH-SOURCE                                   05562400
055628     OPEN INPUT ARCH-CONTROL-FILE                                 05562800
055632     MOVE "NO" TO AY-EOF-FLAG                                     05563200
055636     PERFORM UNTIL AY-EOF-FLAG = "YES"                            05563600
055640         READ ARCH-CONTROL-FILE                                   05564000
055644           AT END                                                 05564400
055648             MOVE "YES" TO AY-EOF-FLAG                            05564800
055652           NOT AT END                                             05565200
055656             IF AY-YEAR = WS-ARCH-YEAR                            05565600
055660                 MOVE AY-STATUS TO WS-ARCH-SOURCE                 05566000
055664             END-IF                                               05566400
055668         END-READ                                                 05566800
055672     END-PERFORM                                                  05567200
055676     CLOSE ARCH-CONTROL-FILE                                      05567600
055680     .                                                            05568000
055684                                                                  05568400
055700 846-LOAD-OT-RULES.                                               05570000
055800     OPEN INPUT OT-CONTROL-FILE                                   05580000
055900     MOVE 'NO' TO OT-EOF-FLAG                                     05590000
059300     CLOSE PERIOD-CONTROL-FILE                                    05930000
059400     .                                                            05940000
059500                                                                  05950000
059501 848-LOAD-EARN-CODES.                                             05950100
059502     OPEN INPUT EARN-CODE-FILE                                    05950200
059503     MOVE 'NO' TO EC-EOF-FLAG                                     05950300
059504     MOVE 0 TO EC-COUNT                                           05950400
059505     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            05950500
059506         READ EARN-CODE-FILE                                      05950600
059507           AT END                                                 05950700
059508             MOVE 'YES' TO EC-EOF-FLAG                            05950800
059509           NOT AT END                                             05950900
059510             IF EC-COUNT < 10                                     05951000
059511                 ADD 1 TO EC-COUNT                                05951100
059512                 MOVE EC-CODE TO EC-T-CODE (EC-COUNT)             05951200
059513                 MOVE EC-OT-FLAG TO EC-T-OT-FLAG (EC-COUNT)       05951300
059514             ELSE                                                 05951400
059515                 ADD 1 TO SE-DROPPED-COUNT                        05951500
059516             END-IF                                               05951600
059517         END-READ                                                 05951700
059518     END-PERFORM                                                  05951800
059519     CLOSE EARN-CODE-FILE                                         05951900
059520     .                                                            05952000
059521                                                                  05952100
059522*    ONLY THE QUARTER IS KEPT - THE CONCATENATED PERIOD FILES     05952200
059523*    MAY RUN BACK OVER SEVERAL QUARTERS.                          05952300
059524 849-LOAD-SUPP-EARNINGS.                                          05952400
059525     OPEN INPUT SUPP-EARN-FILE                                    05952500
059526     MOVE 'NO' TO SE-EOF-FLAG                                     05952600
059527     MOVE 0 TO SE-COUNT                                           05952700
059528     PERFORM UNTIL SE-EOF-FLAG = 'YES'                            05952800
059529         READ SUPP-EARN-FILE                                      05952900
059530           AT END                                                 05953000
059531             MOVE 'YES' TO SE-EOF-FLAG                            05953100
059532           NOT AT END                                             05953200
059533             MOVE SE-PERIOD-END-DATE TO WS-SE-PARTS               05953300
059534             IF WS-SE-YY = WS-QTR-YEAR                            05953400
059535               AND WS-SE-MM >= WS-MONTH-1                         05953500
059536               AND WS-SE-MM <= WS-MONTH-3                         05953600
059537                 IF SE-COUNT < 5000                               05953700
059538                     ADD 1 TO SE-COUNT                            05953800
059539                     MOVE SE-ID-NUMBER                            05953900
059540                       TO SE-T-ID-NUMBER (SE-COUNT)               05954000
059541                     MOVE SE-PERIOD-END-DATE                      05954100
059542                       TO SE-T-PERIOD (SE-COUNT)                  05954200
059543                     MOVE SE-EARN-CODE TO SE-T-CODE (SE-COUNT)    05954300
059544                     MOVE SE-AMOUNT TO SE-T-AMOUNT (SE-COUNT)     05954400
059545                     PERFORM 478-FIND-EARN-CODE                   05954500
059546                     MOVE EC-PICKED TO SE-T-EC-SUB (SE-COUNT)     05954600
059547                 ELSE                                             05954700
059548                     ADD 1 TO SE-DROPPED-COUNT                    05954800
059549                 END-IF                                           05954900
059550             END-IF                                               05955000
059551         END-READ                                                 05955100
059552     END-PERFORM                                                  05955200
059553     CLOSE SUPP-EARN-FILE                                         05955300
059554     .                                                            05955400
059555                                                                  05955500
059600 850-GET-DATE.                                                    05960000
059700     ACCEPT WS-DATE FROM DATE                                     05970000
059800     MOVE MM TO H-MM                                              05980000
061600     WRITE AUD-REC                                                06160000
061700     CLOSE AUDIT-FILE                                             06170000
061800     .                                                            06180000
061900                                                                  06190000
062000 843-LOAD-PAY-TYPES.                                              06200000
062100     OPEN INPUT PAY-TYPE-FILE                                     06210000
062200     MOVE 'NO' TO TY-EOF-FLAG                                     06220000
062300     MOVE 0 TO TY-COUNT                                           06230000
062400     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            06240000
062500         READ PAY-TYPE-FILE                                       06250000
062600           AT END                                                 06260000
062700             MOVE 'YES' TO TY-EOF-FLAG                            06270000
062800           NOT AT END                                             06280000
062900             IF TY-COUNT < 20                                     06290000
063000               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          06300000
063100                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         06310000
063200                 ADD 1 TO TY-COUNT                                06320000
063300                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              06330000
063400                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          06340000
063500                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        06350000
063600             END-IF                                               06360000
063700         END-READ                                                 06370000
063800     END-PERFORM                                                  06380000
063900     CLOSE PAY-TYPE-FILE                                          06390000
064000     IF TY-COUNT = 0                                              06400000
064100         MOVE 2 TO TY-COUNT                                       06410000
064200         MOVE 'S' TO TY-CODE (1)                                  06420000
064300         MOVE 'F' TO TY-METHOD (1)                                06430000
064400         MOVE 'N' TO TY-OT-FLAG (1)                               06440000
064500         MOVE 'H' TO TY-CODE (2)                                  06450000
064600         MOVE 'H' TO TY-METHOD (2)                                06460000
064700         MOVE 'Y' TO TY-OT-FLAG (2)                               06470000
064800     END-IF                                                       06480000
064900     .                                                            06490000
065000                                                                  06500000
065100 345-PAY-TYPE-LOOKUP.                                             06510000
065200     MOVE 'NO' TO TY-FOUND-FLAG                                   06520000
065300     MOVE SPACE TO WS-TY-METHOD                                   06530000
065400     MOVE 'N' TO WS-TY-OT-FLAG                                    06540000
065500     MOVE 1 TO TY-SUB                                             06550000
065600     PERFORM 346-PAY-TYPE-SCAN                                    06560000
065700       UNTIL TY-FOUND-FLAG = 'YES'                                06570000
065800       OR TY-SUB > TY-COUNT                                       06580000
065900     .                                                            06590000
066000                                                                  06600000
066100 346-PAY-TYPE-SCAN.                                               06610000
066200     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           06620000
066300         MOVE 'YES' TO TY-FOUND-FLAG                              06630000
066400         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  06640000
066500         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                06650000
066600     ELSE                                                         06660000
066700         ADD 1 TO TY-SUB                                          06670000
066800     END-IF                                                       06680000
066900     .                                                            06690000
