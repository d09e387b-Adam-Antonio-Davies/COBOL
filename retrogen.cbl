001200*    RATE ON OR AFTER THE EFFECTIVE PERIOD, GENERATES AN     *    00120000
001300*    'A' ADJUSTMENT RECORD CARRYING THE RATE DIFFERENCE      *    00130000
001400*    WITH PAY-ADJ-PERIOD-DATE SET TO THE PERIOD BEING        *    00140000
001500*    CORRECTED, READY FOR THE NEXT BREAKS RUN.  BREAKS       *    00150000
001600*    REPRICES AN ADJUSTMENT ON THE PERIOD-TOTAL OT RULE,     *    00160000
001700*    WHICH IS LINEAR IN THE RATE, SO A DELTA RATE WITH THE   *    00170000
001800*    ORIGINAL HOURS YIELDS EXACTLY THE INCREMENTAL PAY.  A   *    00180000
001900*    CARD WITH A NEW RATE BELOW THE OLD RATE IS REFUSED (KEY *    00190000
002000*    A REVERSAL-AND-REENTRY INSTEAD).  PRINTS A PROOF        *    00200000
002100*    LISTING OF EVERYTHING IT BUILT, EACH RECORD PRICED      *    00210000
002125*    EXACTLY AS BREAKS WILL PRICE IT.                        *    00212500
002150*    A RECORD THAT TIMECLK FLAGGED WITH WORKWEEK OVERTIME    *    00215000
002155*    HOURS CANNOT CARRY THEM ON AN ADJUSTMENT, SO ITS DELTA  *    00215500
002156*    GOES OUT AS STRAIGHT-TIME HOURS AT THE DELTA RATE AND   *    00215600
002157*    THE WEEKLY OT HOURS AT THE DELTA RATE TIMES THE OT      *    00215700
002158*    MULTIPLIER, IN RECORDS NO LONGER THAN THE PERIOD OT     *    00215800
002159*    THRESHOLD, SO BREAKS PAYS EVERY ONE AT STRAIGHT RATE.   *    00215900
002160*    PAYARCH IS READ IN KEY ORDER AND EACH EMPLOYEE'S        *    00216000
002165*    PERIODS BEFORE THE EFFECTIVE PERIOD ARE SKIPPED WITH A  *    00216500
002170*    START; A ONE-EMPLOYEE CARD STARTS AT THAT EMPLOYEE.  A  *    00217000
002175*    CARD WHOSE EFFECTIVE YEAR ARCHMNT HAS ALREADY SPLIT OFF *    00217500
002180*    PAYARCH (ON ARCHCTL) IS REFUSED.                        *    00218000
002185*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00218500
002190*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00219000
002195*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00219500
002200*                                                            *    00220000
002300**************************************************************    00230000
002400                                                                  00240000
003200 INPUT-OUTPUT SECTION.                                            00320000
003300                                                                  00330000
003400 FILE-CONTROL.                                                    00340000
003425     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00342500
003450         ORGANIZATION IS INDEXED                                  00345000
003475         ACCESS IS DYNAMIC                                        00347500
003500         RECORD KEY IS AX-KEY.                                    00350000
003525     SELECT OPTIONAL ARCH-CONTROL-FILE ASSIGN TO ARCHCTL.         00352500
003600     SELECT OPTIONAL RATE-CARD-FILE ASSIGN TO RATECARD.           00360000
003700     SELECT ADJ-OUT-FILE           ASSIGN TO ADJOUT.              00370000
003800     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00380000
003900     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00390000
003950     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00395000
004000     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00400000
004100                                                                  00410000
004200 DATA DIVISION.                                                   00420000
004300 FILE SECTION.                                                    00430000
004400                                                                  00440000
004450 FD  PAY-ARCHIVE-FILE.                                            00445000
004500     COPY ARCHIDX.                                                00450000
004550                                                                  00455000
004600 FD  ARCH-CONTROL-FILE                                            00460000
004650     RECORDING MODE IS F.                                         00465000
004700     COPY ARCHCTL.                                                00470000
004900                                                                  00490000
005000 FD  RATE-CARD-FILE                                               00500000
005100     RECORDING MODE IS F.                                         00510000
007200 FD  OT-CONTROL-FILE                                              00720000
007300     RECORDING MODE IS F.                                         00730000
007400     COPY OTRULES.                                                00740000
007420                                                                  00742000
007440 FD  PAY-TYPE-FILE                                                00744000
007460     RECORDING MODE IS F.                                         00746000
007480     COPY PAYTYPE.                                                00748000
007500                                                                  00750000
007600 FD  AUDIT-FILE                                                   00760000
007700     RECORDING MODE IS F.                                         00770000
008800     10  GEN-COUNT                 PIC 9(05) VALUE ZERO.          00880000
008900     10  WS-CARD-OK-FLAG           PIC X(03) VALUE "NO".          00890000
009000     10  WS-SELECTED-FLAG          PIC X(03) VALUE "NO".          00900000
009025     10  WS-YEAR-SPLIT-FLAG        PIC X(03) VALUE "NO".          00902500
009050     10  AY-EOF-FLAG               PIC X(03) VALUE "NO".          00905000
009075     10  WS-EFF-YEAR               PIC 9(04) VALUE ZERO.          00907500
009100                                                                  00910000
009200 01  RATE-CARD-FIELDS.                                            00920000
009250     10  WS-RC-COMPANY             PIC X(02) VALUE SPACES.        00925000
012300     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         01230000
012400                                                                  01240000
012500 01  ADJ-TOTAL-GROSS               PIC S9(09)V99 VALUE 0.         01250000
012510                                                                  01251000
012520 01  ADJ-SPLIT-FIELDS.                                            01252000
012530     10  WS-ORIG-HOURS             PIC S9(04)V9  VALUE 0.         01253000
012540     10  WS-WEEK-OT-HOURS          PIC S9(04)V9  VALUE 0.         01254000
012550     10  WS-SPLIT-HOURS            PIC S9(04)V9  VALUE 0.         01255000
012560     10  WS-PART-RATE              PIC 9(03)V99  VALUE 0.         01256000
012570     10  WS-PART-NOTE              PIC X(26)     VALUE SPACES.    01257000
012600                                                                  01260000
012605 01  PAY-TYPE-TABLE.                                              01260500
012610     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01261000
012615     10  TY-ITEM                   OCCURS 20 TIMES.               01261500
012620         15  TY-CODE               PIC X(01).                     01262000
012625         15  TY-METHOD             PIC X(01).                     01262500
012630         15  TY-OT-FLAG            PIC X(01).                     01263000
012635                                                                  01263500
012640 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01264000
012645 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01264500
012650 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01265000
012655 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01265500
012660 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01266000
012665                                                                  01266500
012700 01  OT-RULES-TABLE.                                              01270000
012800     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01280000
012900     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01290000
013300                                                                  01330000
013400 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01340000
013500 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01350000
013550 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01355000
013600 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01360000
013700 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01370000
013800 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01380000
022300         MOVE '** NO USABLE RATECARD - RUN REFUSED' TO PR-NOTE    02230000
022400         PERFORM 700-PRINT-LINE                                   02240000
022500         MOVE 8 TO RETURN-CODE                                    02250000
022525     ELSE                                                         02252500
022550     IF WS-YEAR-SPLIT-FLAG = "YES"                                02255000
022575         MOVE '** EFFECTIVE YEAR SPLIT OFF PAYARCH - RUN REFUSED' 02257500
022600           TO PR-DETAIL                                           02260000
022625         PERFORM 700-PRINT-LINE                                   02262500
022650         MOVE 8 TO RETURN-CODE                                    02265000
022675     ELSE                                                         02267500
022700         PERFORM 846-LOAD-OT-RULES                                02270000
022750         PERFORM 847-LOAD-PAY-TYPES                               02275000
022800         OPEN INPUT PAY-ARCHIVE-FILE                              02280000
022900         OPEN OUTPUT ADJ-OUT-FILE                                 02290000
022950         PERFORM 105-POSITION-ARCHIVE                             02295000
023000         PERFORM 100-READ-INPUT                                   02300000
023100         PERFORM 300-PROCESS-DATA                                 02310000
023200           UNTIL EOF-FLAG = "YES"                                 02320000
023300         CLOSE PAY-ARCHIVE-FILE                                   02330000
023400         CLOSE ADJ-OUT-FILE                                       02340000
023500         PERFORM 900-PRINT-FINAL-TOTALS                           02350000
023600         IF REC-COUNT = 0                                         02360000
023700             MOVE 8 TO RETURN-CODE                                02370000
023800         END-IF                                                   02380000
023900     END-IF                                                       02390000
023950     END-IF                                                       02395000
024000     CLOSE PRINT-FILE                                             02400000
024100     PERFORM 985-WRITE-AUDIT-LOG                                  02410000
024200     GOBACK.                                                      02420000
024300                                                                  02430000
024400 100-READ-INPUT.                                                  02440000
024410     IF EOF-FLAG = "NO"                                           02441000
024420         READ PAY-ARCHIVE-FILE NEXT RECORD                        02442000
024430           AT END                                                 02443000
024440             MOVE "YES" TO EOF-FLAG                               02444000
024450         END-READ                                                 02445000
024460     END-IF                                                       02446000
024470     IF EOF-FLAG = "NO"                                           02447000
024480       AND AX-PERIOD-YMD < WS-EFF-YYMMDD                          02448000
024490         PERFORM 110-SKIP-TO-EFFECTIVE                            02449000
024500     END-IF                                                       02450000
024510     IF EOF-FLAG = "NO"                                           02451000
024520       AND WS-RC-ID NOT = SPACES                                  02452000
024530       AND AX-ID-NUMBER NOT = WS-RC-ID                            02453000
024540         MOVE "YES" TO EOF-FLAG                                   02454000
024550     END-IF                                                       02455000
024560     IF EOF-FLAG = "NO"                                           02456000
024570         MOVE AX-PAY-DATA TO WS-PAY-REC                           02457000
024580         ADD 1 TO REC-COUNT                                       02458000
024590     END-IF                                                       02459000
024600     .                                                            02460000
024610                                                                  02461000
024620*    A ONE-EMPLOYEE CARD STARTS AT THAT EMPLOYEE'S FIRST PERIOD   02462000
024630*    ON OR AFTER THE EFFECTIVE PERIOD; A MASS CARD READS FROM     02463000
024640*    THE TOP OF THE ARCHIVE.                                      02464000
024650 105-POSITION-ARCHIVE.                                            02465000
024660     IF WS-RC-ID NOT = SPACES                                     02466000
024670         MOVE WS-RC-ID TO AX-ID-NUMBER                            02467000
024680         MOVE WS-EFF-YYMMDD TO AX-PERIOD-YMD                      02468000
024690         MOVE 0 TO AX-SEQ                                         02469000
024700         START PAY-ARCHIVE-FILE KEY IS NOT LESS THAN AX-KEY       02470000
024710           INVALID KEY                                            02471000
024720             MOVE "YES" TO EOF-FLAG                               02472000
024730         END-START                                                02473000
024740     END-IF                                                       02474000
024750     .                                                            02475000
024760                                                                  02476000
024770*    THE RECORD READ IS BEFORE THE EFFECTIVE PERIOD:  JUMP TO     02477000
024780*    THE SAME EMPLOYEE'S FIRST PERIOD ON OR AFTER IT.  WHEN THE   02478000
024790*    EMPLOYEE HAS NONE THE NEXT EMPLOYEE'S FIRST RECORD COMES     02479000
024800*    BACK AND THE PERIOD CHECK IN 330 STILL APPLIES TO IT.        02480000
024810 110-SKIP-TO-EFFECTIVE.                                           02481000
024820     MOVE WS-EFF-YYMMDD TO AX-PERIOD-YMD                          02482000
024830     MOVE 0 TO AX-SEQ                                             02483000
024840     START PAY-ARCHIVE-FILE KEY IS NOT LESS THAN AX-KEY           02484000
024850       INVALID KEY                                                02485000
024860         MOVE "YES" TO EOF-FLAG                                   02486000
024870     END-START                                                    02487000
024880     IF EOF-FLAG = "NO"                                           02488000
024890         READ PAY-ARCHIVE-FILE NEXT RECORD                        02489000
024900           AT END                                                 02490000
024910             MOVE "YES" TO EOF-FLAG                               02491000
024920         END-READ                                                 02492000
024930     END-IF                                                       02493000
024980     .                                                            02498000
025000                                                                  02500000
025100 300-PROCESS-DATA.                                                02510000
025200     PERFORM 320-CHECK-SELECTED                                   02520000
025900 320-CHECK-SELECTED.                                              02590000
026000     MOVE "YES" TO WS-SELECTED-FLAG                               02600000
026100     IF PAY-ADJ-IND = 'A' OR PAY-ADJ-IND = 'R'                    02610000
026150       OR PAY-ADJ-IND = 'O'                                       02615000
026200         MOVE "NO" TO WS-SELECTED-FLAG                            02620000
026300     END-IF                                                       02630000
026350     IF WS-RC-COMPANY NOT = SPACES                                02635000
029200     END-IF                                                       02920000
029300     .                                                            02930000
029400                                                                  02940000
029425 400-GENERATE-ADJUSTMENT.                                         02942500
029450     PERFORM 340-OT-RULE-LOOKUP                                   02945000
029475     PERFORM 345-PAY-TYPE-LOOKUP                                  02947500
029500     MOVE PAY-HOURS-WORKED TO WS-ORIG-HOURS                       02950000
029525     MOVE 0 TO WS-WEEK-OT-HOURS                                   02952500
029550     IF PAY-WEEK-OT-IND = 'W' AND WS-TY-METHOD NOT = 'F'          02955000
029575       AND WS-TY-OT-FLAG = 'Y'                                    02957500
029600         MOVE PAY-WEEK-OT-HRS TO WS-WEEK-OT-HOURS                 02960000
029625     END-IF                                                       02962500
029650     MOVE PAY-PERIOD-END-DATE TO PAY-ADJ-PERIOD-DATE              02965000
029675     MOVE WS-CUR-PERIOD TO PAY-PERIOD-END-DATE                    02967500
029700     MOVE 'A' TO PAY-ADJ-IND                                      02970000
029725     MOVE ZERO TO PAY-EMP-DEDS                                    02972500
029750     MOVE ZERO TO PAY-DED-TAX                                     02975000
029775     MOVE ZERO TO PAY-DED-INS                                     02977500
029800     MOVE ZERO TO PAY-DED-RET                                     02980000
029825     MOVE ZERO TO PAY-DED-GARN                                    02982500
029850     IF WS-WEEK-OT-HOURS = 0                                      02985000
029875         MOVE WS-DELTA-RATE TO PAY-EMP-RATE                       02987500
029900         MOVE SPACES TO WS-PART-NOTE                              02990000
029925         PERFORM 420-WRITE-ADJ-RECORD                             02992500
029950     ELSE                                                         02995000
029975         SUBTRACT WS-WEEK-OT-HOURS FROM WS-ORIG-HOURS             02997500
030000           GIVING WS-SPLIT-HOURS                                  03000000
030025         MOVE WS-DELTA-RATE TO WS-PART-RATE                       03002500
030050         MOVE 'WEEKLY OT - STRAIGHT TIME' TO WS-PART-NOTE         03005000
030075         PERFORM 410-WRITE-SPLIT-PART                             03007500
030100           UNTIL WS-SPLIT-HOURS NOT > 0                           03010000
030125         MOVE WS-WEEK-OT-HOURS TO WS-SPLIT-HOURS                  03012500
030150         MULTIPLY WS-DELTA-RATE BY WS-OT-MULTIPLIER               03015000
030175           GIVING WS-PART-RATE ROUNDED                            03017500
030200         MOVE 'WEEKLY OT - AT OT RATE' TO WS-PART-NOTE            03020000
030225         PERFORM 410-WRITE-SPLIT-PART                             03022500
030250           UNTIL WS-SPLIT-HOURS NOT > 0                           03025000
030275     END-IF                                                       03027500
030300     .                                                            03030000
030325                                                                  03032500
030350*    ONE PIECE OF A WEEKLY-OT RECORD, NO LONGER THAN THE PERIOD   03035000
030375*    THRESHOLD SO BREAKS PAYS IT ALL AT THE RATE ON THE RECORD    03037500
030400 410-WRITE-SPLIT-PART.                                            03040000
030425     IF WS-SPLIT-HOURS > WS-OT-THRESHOLD AND WS-OT-THRESHOLD > 0  03042500
030450         MOVE WS-OT-THRESHOLD TO PAY-HOURS-WORKED                 03045000
030475     ELSE                                                         03047500
030500         MOVE WS-SPLIT-HOURS TO PAY-HOURS-WORKED                  03050000
030525     END-IF                                                       03052500
030550     SUBTRACT PAY-HOURS-WORKED FROM WS-SPLIT-HOURS                03055000
030575     MOVE WS-PART-RATE TO PAY-EMP-RATE                            03057500
030600     PERFORM 420-WRITE-ADJ-RECORD                                 03060000
030625     .                                                            03062500
030650                                                                  03065000
030675*    THE PROOF PRICES THE RECORD AS WRITTEN, THE WAY BREAKS WILL  03067500
030700 420-WRITE-ADJ-RECORD.                                            03070000
030725     PERFORM 440-CAL-ADJ-GROSS                                    03072500
030750     WRITE ADJ-REC FROM WS-PAY-REC                                03075000
030775     ADD 1 TO GEN-COUNT                                           03077500
030800     ADD PC-GROSS-PAY TO ADJ-TOTAL-GROSS                          03080000
030825     MOVE PAY-ADJ-PERIOD-DATE TO PR-ADJ-PERIOD                    03082500
030850     MOVE PAY-DIV TO PR-DIV                                       03085000
030875     MOVE PAY-DEPT TO PR-DEPT                                     03087500
030900     MOVE PAY-LAST-NAME TO PR-LAST-NAME                           03090000
030925     MOVE PAY-ID-NUMBER TO PR-ID-NUMBER                           03092500
030950     MOVE PAY-HOURS-WORKED TO PR-HOURS                            03095000
030975     MOVE WS-OLD-RATE TO PR-OLD-RATE                              03097500
031000     MOVE WS-NEW-RATE TO PR-NEW-RATE                              03100000
031025     MOVE PC-GROSS-PAY TO PR-ADJ-GROSS                            03102500
031050     MOVE WS-PART-NOTE TO PR-NOTE                                 03105000
031075     PERFORM 700-PRINT-LINE                                       03107500
031100     .                                                            03110000
031125                                                                  03112500
032000                                                                  03200000
032100 440-CAL-ADJ-GROSS.                                               03210000
032200     PERFORM 340-OT-RULE-LOOKUP                                   03220000
032300     INITIALIZE PAY-CAL-FIELDS                                    03230000
032400     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          03240000
032450     PERFORM 345-PAY-TYPE-LOOKUP                                  03245000
032500     IF WS-TY-METHOD = 'F'                                        03250000
032600         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        03260000
032700     ELSE                                                         03270000
032800         PERFORM 460-HOURLY-DELTA                                 03280000
032900     END-IF                                                       03290000
033000     .                                                            03300000
033005                                                                  03300500
033010 458-SET-OT-LIMIT.                                                03301000
033015     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       03301500
033020     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               03302000
033025         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 03302500
033030           GIVING WS-OT-HR-LIMIT                                  03303000
033035         IF WS-OT-HR-LIMIT < 0                                    03303500
033040             MOVE 0 TO WS-OT-HR-LIMIT                             03304000
033045         END-IF                                                   03304500
033050     END-IF                                                       03305000
033051     IF WS-TY-OT-FLAG NOT = 'Y'                                   03305100
033052         MOVE 9999.9 TO WS-OT-HR-LIMIT                            03305200
033053     END-IF                                                       03305300
033055     .                                                            03305500
033100                                                                  03310000
033200 460-HOURLY-DELTA.                                                03320000
033250     PERFORM 458-SET-OT-LIMIT                                     03325000
033300     IF PC-HR-USED > WS-OT-HR-LIMIT                               03330000
033400         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  03340000
033500           GIVING PC-OT-HR                                        03350000
033600         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         03360000
033700         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                03370000
033800           GIVING PC-OT-RATE ROUNDED                              03380000
033900         MULTIPLY PC-OT-RATE BY PC-OT-HR                          03390000
034000           GIVING PC-OT-PAY ROUNDED                               03400000
034200         MOVE 0 TO PC-OT-PAY                                      03420000
034300         MOVE PC-HR-USED TO PC-REG-HR                             03430000
034400     END-IF                                                       03440000
034500     MULTIPLY PAY-EMP-RATE BY PC-REG-HR                           03450000
034600       GIVING PC-REG-PAY ROUNDED                                  03460000
034700     MOVE 0 TO PC-GROSS-PAY                                       03470000
034800     ADD PC-OT-PAY TO PC-GROSS-PAY                                03480000
042400         PERFORM 835-EDIT-RATE-CARD                               04240000
042500     END-READ                                                     04250000
042600     CLOSE RATE-CARD-FILE                                         04260000
042625     IF WS-CARD-OK-FLAG = "YES"                                   04262500
042650         PERFORM 837-CHECK-SPLIT-YEAR                             04265000
042675     END-IF                                                       04267500
042700     .                                                            04270000
042800                                                                  04280000
042805 837-CHECK-SPLIT-YEAR.                                            04280500
042810     MOVE RC-EFF-PERIOD TO WS-MDY-PARTS                           04281000
042815     MOVE WS-MDY-YY TO WS-EFF-YEAR                                04281500
042820     ADD 2000 TO WS-EFF-YEAR                                      04282000
042825     OPEN INPUT ARCH-CONTROL-FILE                                 04282500
042830     MOVE "NO" TO AY-EOF-FLAG                                     04283000
042835     PERFORM UNTIL AY-EOF-FLAG = "YES"                            04283500
042840         READ ARCH-CONTROL-FILE                                   04284000
042845           AT END                                                 04284500
042850             MOVE "YES" TO AY-EOF-FLAG                            04285000
042855           NOT AT END                                             04285500
042860             IF AY-YEAR = WS-EFF-YEAR                             04286000
042865                 MOVE "YES" TO WS-YEAR-SPLIT-FLAG                 04286500
042870             END-IF                                               04287000
042875         END-READ                                                 04287500
042880     END-PERFORM                                                  04288000
042885     CLOSE ARCH-CONTROL-FILE                                      04288500
042890     .                                                            04289000
042895                                                                  04289500
042900 835-EDIT-RATE-CARD.                                              04290000
043000     IF RC-OLD-RATE NOT NUMERIC                                   04300000
043100       OR RC-NEW-RATE NOT NUMERIC                                 04310000
051300     WRITE AUD-REC                                                05130000
051400     CLOSE AUDIT-FILE                                             05140000
051500     .                                                            05150000
051600                                                                  05160000
051700 847-LOAD-PAY-TYPES.                                              05170000
051800     OPEN INPUT PAY-TYPE-FILE                                     05180000
051900     MOVE 'NO' TO TY-EOF-FLAG                                     05190000
052000     MOVE 0 TO TY-COUNT                                           05200000
052100     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            05210000
052200         READ PAY-TYPE-FILE                                       05220000
052300           AT END                                                 05230000
052400             MOVE 'YES' TO TY-EOF-FLAG                            05240000
052500           NOT AT END                                             05250000
052600             IF TY-COUNT < 20                                     05260000
052700               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          05270000
052800                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         05280000
052900                 ADD 1 TO TY-COUNT                                05290000
053000                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              05300000
053100                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          05310000
053200                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        05320000
053300             END-IF                                               05330000
053400         END-READ                                                 05340000
053500     END-PERFORM                                                  05350000
053600     CLOSE PAY-TYPE-FILE                                          05360000
053700     IF TY-COUNT = 0                                              05370000
053800         MOVE 2 TO TY-COUNT                                       05380000
053900         MOVE 'S' TO TY-CODE (1)                                  05390000
054000         MOVE 'F' TO TY-METHOD (1)                                05400000
054100         MOVE 'N' TO TY-OT-FLAG (1)                               05410000
054200         MOVE 'H' TO TY-CODE (2)                                  05420000
054300         MOVE 'H' TO TY-METHOD (2)                                05430000
054400         MOVE 'Y' TO TY-OT-FLAG (2)                               05440000
054500     END-IF                                                       05450000
054600     .                                                            05460000
054700                                                                  05470000
054800 345-PAY-TYPE-LOOKUP.                                             05480000
054900     MOVE 'NO' TO TY-FOUND-FLAG                                   05490000
055000     MOVE SPACE TO WS-TY-METHOD                                   05500000
055100     MOVE 'N' TO WS-TY-OT-FLAG                                    05510000
055200     MOVE 1 TO TY-SUB                                             05520000
055300     PERFORM 346-PAY-TYPE-SCAN                                    05530000
055400       UNTIL TY-FOUND-FLAG = 'YES'                                05540000
055500       OR TY-SUB > TY-COUNT                                       05550000
055600     .                                                            05560000
055700                                                                  05570000
055800 346-PAY-TYPE-SCAN.                                               05580000
055900     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           05590000
056000         MOVE 'YES' TO TY-FOUND-FLAG                              05600000
056100         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  05610000
056200         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                05620000
056300     ELSE                                                         05630000
056400         ADD 1 TO TY-SUB                                          05640000
056500     END-IF                                                       05650000
056600     .                                                            05660000
