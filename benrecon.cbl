000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    BENRECON.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    MONTHLY INSURANCE CARRIER INVOICE RECONCILIATION.       *    00070000
000800*    COMPARES THE CARRIER'S INVOICE DETAIL (CARRINV), ONE    *    00080000
000900*    EMPLOYEE AT A TIME, AGAINST WHAT WAS ACTUALLY WITHHELD  *    00090000
001000*    FOR THE MONTH NAMED ON THE BENCARD:  PAY-DED-INS ON     *    00100000
001100*    EVERY PAYARCH RECORD WHOSE PERIOD ENDS IN THAT MONTH    *    00110000
001200*    (REVERSALS NEGATED, THE SAME BASIS AS DEDREG'S          *    00120000
001300*    INSURANCE TOTAL), PLUS THE COMPANY SHARE OF PREMIUM -   *    00130000
001400*    THE BENPLAN EMPLOYER PREMIUM OF EACH BENENRL COVERAGE   *    00140000
001500*    IN FORCE ON THE PERIOD END OF EACH REGULAR PAY RECORD.  *    00150000
001600*    THE CARRIER BILLS BOTH SHARES, SO THE TWO TOGETHER ARE  *    00160000
001700*    WHAT THE INVOICE SHOULD SHOW.  LISTS EMPLOYEES BILLED   *    00170000
001800*    BUT NOT DEDUCTED, DEDUCTED BUT NOT BILLED, AND BILLED   *    00180000
001900*    AMOUNTS THAT DIFFER FROM WITHHELD PLUS COMPANY SHARE,   *    00190000
002000*    THEN TOTALS THE MONTH SO THE INVOICE TOTAL CAN BE TIED  *    00200000
002100*    TO THE DEDREG INSURANCE FIGURES.  ANY LISTED EMPLOYEE   *    00210000
002200*    SETS RC 4; A MISSING BENCARD OR A TABLE OVERFLOW        *    00220000
002225*    REFUSES THE RUN WITH RC 8.                              *    00222500
002250*    THE MONTH'S YEAR IS LOOKED UP ON ARCHCTL:  A YEAR       *    00225000
002275*    ARCHMNT HAS SPLIT OFF IS READ FROM ITS ARCHGEN          *    00227500
002300*    GENERATION, WHOSE HEADER YEAR AND TRAILER COUNT MUST    *    00230000
002325*    PROVE (ELSE RC 8); A PURGED YEAR IS REFUSED WITH RC 8;  *    00232500
002350*    OTHERWISE PAYARCH IS READ.                              *    00235000
002400*                                                            *    00240000
002500**************************************************************    00250000
002600                                                                  00260000
002700 ENVIRONMENT DIVISION.                                            00270000
002800 CONFIGURATION SECTION.                                           00280000
002900 SOURCE-COMPUTER.                                                 00290000
003000     Z13                                                          00300000
003100     WITH DEBUGGING MODE                                          00310000
003200     .                                                            00320000
003300                                                                  00330000
003400 INPUT-OUTPUT SECTION.                                            00340000
003500                                                                  00350000
003600 FILE-CONTROL.                                                    00360000
003625     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00362500
003650         ORGANIZATION IS INDEXED                                  00365000
003675         ACCESS IS SEQUENTIAL                                     00367500
003700         RECORD KEY IS AX-KEY.                                    00370000
003725     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00372500
003750     SELECT OPTIONAL ARCH-CONTROL-FILE ASSIGN TO ARCHCTL.         00375000
003800     SELECT CARRIER-INVOICE-FILE   ASSIGN TO CARRINV.             00380000
003900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00390000
004000     SELECT OPTIONAL MONTH-CARD-FILE ASSIGN TO BENCARD.           00400000
004100     SELECT OPTIONAL BENEFIT-PLAN-FILE ASSIGN TO BENPLAN.         00410000
004200     SELECT OPTIONAL ENROLLMENT-FILE ASSIGN TO BENENRL.           00420000
004300     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00430000
004400         ORGANIZATION IS INDEXED                                  00440000
004500         ACCESS IS RANDOM                                         00450000
004600         RECORD KEY IS EMP-ID-NUMBER.                             00460000
004700     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00470000
004800                                                                  00480000
004900 DATA DIVISION.                                                   00490000
005000 FILE SECTION.                                                    00500000
005100                                                                  00510000
005125 FD  PAY-ARCHIVE-FILE.                                            00512500
005150     COPY ARCHIDX.                                                00515000
005175                                                                  00517500
005200 FD  ARCH-GEN-FILE                                                00520000
005225     RECORDING MODE IS F.                                         00522500
005250     COPY ARCHGEN.                                                00525000
005275                                                                  00527500
005300 FD  ARCH-CONTROL-FILE                                            00530000
005325     RECORDING MODE IS F.                                         00532500
005350     COPY ARCHCTL.                                                00535000
005600                                                                  00560000
005700 FD  CARRIER-INVOICE-FILE                                         00570000
005800     RECORDING MODE IS F.                                         00580000
005900     COPY CARRINV.                                                00590000
006000                                                                  00600000
006100 FD  PRINT-FILE                                                   00610000
006200     RECORDING MODE IS F.                                         00620000
006300 01  PRINT-REC.                                                   00630000
006400     10  FILLER                    PIC X(132).                    00640000
006500                                                                  00650000
006600 FD  MONTH-CARD-FILE                                              00660000
006700     RECORDING MODE IS F.                                         00670000
006800 01  BC-REC.                                                      00680000
006900     10  BC-MONTH                  PIC 9(02).                     00690000
007000     10  BC-YEAR                   PIC 9(02).                     00700000
007100                                                                  00710000
007200 FD  BENEFIT-PLAN-FILE                                            00720000
007300     RECORDING MODE IS F.                                         00730000
007400     COPY BENPLAN.                                                00740000
007500                                                                  00750000
007600 FD  ENROLLMENT-FILE                                              00760000
007700     RECORDING MODE IS F.                                         00770000
007800     COPY BENENRL.                                                00780000
007900                                                                  00790000
008000 FD  EMPLOYEE-MASTER-FILE.                                        00800000
008100     COPY EMPMSTR.                                                00810000
008200                                                                  00820000
008300 FD  AUDIT-FILE                                                   00830000
008400     RECORDING MODE IS F.                                         00840000
008500     COPY AUDITLOG.                                               00850000
008600                                                                  00860000
008700 WORKING-STORAGE SECTION.                                         00870000
008800                                                                  00880000
008900 01  WS-COUNTERS-FLAGS.                                           00890000
009000     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00900000
009100     10  WS-SPACING                PIC 9(01) VALUE 2.             00910000
009200     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00920000
009300     10  MONTH-REC-COUNT           PIC 9(05) VALUE ZERO.          00930000
009400     10  INV-REC-COUNT             PIC 9(05) VALUE ZERO.          00940000
009500     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00950000
009600     10  WS-PAGE                   PIC 9(03) VALUE 0.             00960000
009700     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          00970000
009800     10  WS-CARD-OK-FLAG           PIC X(03) VALUE "NO".          00980000
009900     10  WS-MONTH                  PIC 9(02) VALUE ZERO.          00990000
010000     10  WS-YEAR                   PIC 9(02) VALUE ZERO.          01000000
010100     10  WS-ID-NUMBER              PIC X(05) VALUE SPACES.        01010000
010110     10  WS-ARCH-SOURCE            PIC X(01) VALUE 'A'.           01011000
010120     10  AY-EOF-FLAG               PIC X(03) VALUE "NO".          01012000
010130     10  WS-GEN-BAD-FLAG           PIC X(03) VALUE "NO".          01013000
010140     10  WS-GEN-TRAILER-FLAG       PIC X(03) VALUE "NO".          01014000
010150     10  GEN-D-COUNT               PIC 9(07) VALUE ZERO.          01015000
010160     10  GEN-TRAILER-COUNT         PIC 9(07) VALUE ZERO.          01016000
010170     10  WS-ARCH-YEAR              PIC 9(04) VALUE ZERO.          01017000
010200                                                                  01020000
010300 01  RECON-TABLE.                                                 01030000
010400     10  RC-COUNT                  PIC 9(04) VALUE ZERO.          01040000
010500     10  RC-ITEM                   OCCURS 1000 TIMES.             01050000
010600         15  RC-ID-NUMBER          PIC X(05).                     01060000
010700         15  RC-INV-FLAG           PIC X(01).                     01070000
010800         15  RC-BILLED             PIC S9(07)V99.                 01080000
010900         15  RC-WITHHELD           PIC S9(07)V99.                 01090000
011000         15  RC-ER-SHARE           PIC S9(07)V99.                 01100000
011100                                                                  01110000
011200 01  RC-SUB                        PIC 9(04) VALUE ZERO.          01120000
011300 01  RC-PICKED                     PIC 9(04) VALUE ZERO.          01130000
011400 01  RC-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01140000
011500 01  WS-RC-HOLD                    PIC X(33) VALUE SPACES.        01150000
011600 01  SRT-I                         PIC 9(04) VALUE ZERO.          01160000
011700 01  SRT-J                         PIC 9(04) VALUE ZERO.          01170000
011800 01  SRT-MIN                       PIC 9(04) VALUE ZERO.          01180000
011900                                                                  01190000
012000 01  BENEFIT-PLAN-TABLE.                                          01200000
012100     10  PL-COUNT                  PIC 9(03) VALUE ZERO.          01210000
012200     10  PL-ITEM                   OCCURS 50 TIMES.               01220000
012300         15  PL-PLAN               PIC X(04).                     01230000
012400         15  PL-TIER               PIC X(02).                     01240000
012500         15  PL-ER-PREMIUM         PIC 9(03)V99.                  01250000
012600                                                                  01260000
012700 01  PL-SUB                        PIC 9(03) VALUE ZERO.          01270000
012800 01  PL-PICKED                     PIC 9(03) VALUE ZERO.          01280000
012900 01  PL-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01290000
013000                                                                  01300000
013100 01  ENROLLMENT-TABLE.                                            01310000
013200     10  EN-COUNT                  PIC 9(04) VALUE ZERO.          01320000
013300     10  EN-ITEM                   OCCURS 2000 TIMES.             01330000
013400         15  EN-ID-NUMBER          PIC X(05).                     01340000
013500         15  EN-PLAN               PIC X(04).                     01350000
013600         15  EN-TIER               PIC X(02).                     01360000
013700         15  EN-START-DATE         PIC X(08).                     01370000
013800         15  EN-END-DATE           PIC X(08).                     01380000
013900                                                                  01390000
014000 01  EN-SUB                        PIC 9(04) VALUE ZERO.          01400000
014100 01  EN-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01410000
014200 01  EN-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01420000
014300                                                                  01430000
014400 01  WS-PERIOD-BOUNDARY.                                          01440000
014500     10  WS-PER-BND-CC             PIC 9(02) VALUE 20.            01450000
014600     10  WS-PER-BND-YY             PIC 9(02) VALUE ZERO.          01460000
014700     10  WS-PER-BND-MM             PIC 9(02) VALUE ZERO.          01470000
014800     10  WS-PER-BND-DD             PIC 9(02) VALUE ZERO.          01480000
014900                                                                  01490000
015000 01  RECON-FIELDS.                                                01500000
015100     10  WS-INS-SIGNED             PIC S9(05)V99 VALUE 0.         01510000
015200     10  WS-EXPECTED               PIC S9(07)V99 VALUE 0.         01520000
015300     10  WS-DIFFERENCE             PIC S9(07)V99 VALUE 0.         01530000
015400                                                                  01540000
015500 01  RECON-TOTALS.                                                01550000
015600     10  RT-BILLED                 PIC S9(09)V99 VALUE 0.         01560000
015700     10  RT-WITHHELD               PIC S9(09)V99 VALUE 0.         01570000
015800     10  RT-ER-SHARE               PIC S9(09)V99 VALUE 0.         01580000
015900     10  RT-DIFFERENCE             PIC S9(09)V99 VALUE 0.         01590000
016000     10  RT-NOT-DEDUCTED-COUNT     PIC 9(05) VALUE ZERO.          01600000
016100     10  RT-NOT-BILLED-COUNT       PIC 9(05) VALUE ZERO.          01610000
016200     10  RT-DIFFERS-COUNT          PIC 9(05) VALUE ZERO.          01620000
016300     10  RT-AGREE-COUNT            PIC 9(05) VALUE ZERO.          01630000
016400                                                                  01640000
016500 01  WS-REC-COUNT-LINE.                                           01650000
016600     10  FILLER                    PIC X(14) VALUE                01660000
016700         'ARCHIVE READ: '.                                        01670000
016800     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01680000
016810                                                                  01681000
016820 01  WS-ARCH-MSG-LINE.                                            01682000
016830     10  FILLER                    PIC X(01) VALUE SPACE.         01683000
016840     10  FILLER                    PIC X(08) VALUE '** YEAR '.    01684000
016850     10  AM-YEAR                   PIC 9(04).                     01685000
016860     10  FILLER                    PIC X(01) VALUE SPACE.         01686000
016870     10  AM-TEXT                   PIC X(50).                     01687000
016900                                                                  01690000
017000 01  WS-TOTAL-LINE.                                               01700000
017100     10  FILLER                    PIC X(01).                     01710000
017200     10  TL-LABEL                  PIC X(30).                     01720000
017300     10  TL-COUNT                  PIC ZZ,ZZ9.                    01730000
017400     10  FILLER                    PIC X(03).                     01740000
017500     10  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.           01750000
017600                                                                  01760000
017700     COPY PAYROLL.                                                01770000
017800                                                                  01780000
017900 01  WS-PRINT-REC                  VALUE SPACES.                  01790000
018000     05  PR-DETAIL.                                               01800000
018100         10  FILLER                PIC X(01).                     01810000
018200         10  PR-ID-NUMBER          PIC X(05).                     01820000
018300         10  FILLER                PIC X(02).                     01830000
018400         10  PR-LAST-NAME          PIC X(11).                     01840000
018500         10  FILLER                PIC X(02).                     01850000
018600         10  PR-BILLED             PIC ZZZ,ZZ9.99-.               01860000
018700         10  FILLER                PIC X(02).                     01870000
018800         10  PR-WITHHELD           PIC ZZZ,ZZ9.99-.               01880000
018900         10  FILLER                PIC X(02).                     01890000
019000         10  PR-ER-SHARE           PIC ZZZ,ZZ9.99-.               01900000
019100         10  FILLER                PIC X(02).                     01910000
019200         10  PR-DIFFERENCE         PIC ZZZ,ZZ9.99-.               01920000
019300         10  FILLER                PIC X(02).                     01930000
019400         10  PR-NOTE               PIC X(24).                     01940000
019500     05  FILLER                    PIC X(35).                     01950000
019600                                                                  01960000
019700 01  WS-DATE.                                                     01970000
019800     10  YY                        PIC 9(02).                     01980000
019900     10  MM                        PIC 9(02).                     01990000
020000     10  DD                        PIC 9(02).                     02000000
020100                                                                  02010000
020200 01  WS-TIME.                                                     02020000
020300     10  HH                        PIC 9(02).                     02030000
020400     10  MN                        PIC 9(02).                     02040000
020500     10  SS                        PIC 9(02).                     02050000
020600     10  MS                        PIC 9(02).                     02060000
020700                                                                  02070000
020800 01  HEADING-1.                                                   02080000
020900     10  FILLER                    PIC X(02) VALUE SPACES.        02090000
021000     10  H-DATE.                                                  02100000
021100         15  H-MM                  PIC 9(02).                     02110000
021200         15  H-SLASH1              PIC X(01) VALUE '/'.           02120000
021300         15  H-DD                  PIC 9(02).                     02130000
021400         15  H-SLASH2              PIC X(01) VALUE '/'.           02140000
021500         15  H-YY                  PIC 9(02).                     02150000
021600     10  FILLER                    PIC X(03) VALUE SPACES.        02160000
021700     10  H-TIME.                                                  02170000
021800         15  H-HH                  PIC Z9.                        02180000
021900         15  H-COLON               PIC X(01) VALUE ':'.           02190000
022000         15  H-MN                  PIC 9(02).                     02200000
022100     10  FILLER                    PIC X(02) VALUE SPACES.        02210000
022200     10  FILLER                    PIC X(06) VALUE                02220000
022300         'MONTH '.                                                02230000
022400     10  H-MONTH                   PIC 9(02).                     02240000
022500     10  FILLER                    PIC X(01) VALUE '/'.           02250000
022600     10  H-YEAR                    PIC 9(02).                     02260000
022700     10  FILLER                    PIC X(02) VALUE SPACES.        02270000
022800     10  FILLER                    PIC X(40) VALUE                02280000
022900         'INSURANCE CARRIER INVOICE RECONCILIATION'.              02290000
023000     10  FILLER                    PIC X(05) VALUE SPACES.        02300000
023100     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      02310000
023200     10  H-PAGE                    PIC Z(03).                     02320000
023300                                                                  02330000
023400 01  HEADING-2.                                                   02340000
023500     10  FILLER                    PIC X(40) VALUE                02350000
023600         ' EMP#   LAST NAME         BILLED     WIT'.              02360000
023700     10  FILLER                    PIC X(40) VALUE                02370000
023800         'HHELD     CO SHARE   DIFFERENCE  NOTE   '.              02380000
023900                                                                  02390000
024000 PROCEDURE DIVISION.                                              02400000
024100                                                                  02410000
024200 010-START-HERE.                                                  02420000
024300     OPEN OUTPUT PRINT-FILE                                       02430000
024400     PERFORM 830-READ-MONTH-CARD                                  02440000
024500     PERFORM 850-GET-DATE                                         02450000
024600     PERFORM 800-PRINT-HEADINGS                                   02460000
024700     IF WS-CARD-OK-FLAG = "NO"                                    02470000
024800         MOVE 'NO USABLE BENCARD - RUN REFUSED' TO PR-DETAIL      02480000
024900         PERFORM 700-PRINT-LINE                                   02490000
025000         MOVE 8 TO RETURN-CODE                                    02500000
025100     ELSE                                                         02510000
025200         PERFORM 846-LOAD-BENEFIT-PLANS                           02520000
025300         PERFORM 848-LOAD-ENROLLMENTS                             02530000
025400         OPEN INPUT CARRIER-INVOICE-FILE                          02540000
025500         MOVE "NO" TO EOF-FLAG                                    02550000
025600         PERFORM 110-READ-INVOICE                                 02560000
025700         PERFORM 200-POST-INVOICE                                 02570000
025800           UNTIL EOF-FLAG = "YES"                                 02580000
025900         CLOSE CARRIER-INVOICE-FILE                               02590000
025910         PERFORM 835-FIND-ARCHIVE-YEAR                            02591000
025920         IF WS-ARCH-SOURCE = 'P'                                  02592000
025930             MOVE WS-ARCH-YEAR TO AM-YEAR                         02593000
025940             MOVE 'PAY ARCHIVE PURGED - RUN REFUSED' TO AM-TEXT   02594000
025950             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   02595000
025960             PERFORM 700-PRINT-LINE                               02596000
025970         ELSE                                                     02597000
025980             MOVE "NO" TO EOF-FLAG                                02598000
025990             IF WS-ARCH-SOURCE = 'G'                              02599000
026000                 MOVE WS-ARCH-YEAR TO AM-YEAR                     02600000
026010                 MOVE 'READ FROM ITS ARCHGEN GENERATION'          02601000
026020                   TO AM-TEXT                                     02602000
026030                 MOVE WS-ARCH-MSG-LINE TO PR-DETAIL               02603000
026040                 PERFORM 700-PRINT-LINE                           02604000
026050                 OPEN INPUT ARCH-GEN-FILE                         02605000
026060                 PERFORM 105-READ-GEN-HEADER                      02606000
026070             ELSE                                                 02607000
026080                 OPEN INPUT PAY-ARCHIVE-FILE                      02608000
026090             END-IF                                               02609000
026100             IF EOF-FLAG = "NO"                                   02610000
026110                 PERFORM 100-READ-INPUT                           02611000
026120             END-IF                                               02612000
026130             PERFORM 300-PROCESS-DATA                             02613000
026140               UNTIL EOF-FLAG = "YES"                             02614000
026150             IF WS-ARCH-SOURCE = 'G'                              02615000
026160                 CLOSE ARCH-GEN-FILE                              02616000
026170             ELSE                                                 02617000
026180                 CLOSE PAY-ARCHIVE-FILE                           02618000
026190             END-IF                                               02619000
026200             IF WS-ARCH-SOURCE = 'G'                              02620000
026210                 IF WS-GEN-TRAILER-FLAG = "NO"                    02621000
026220                   OR GEN-D-COUNT NOT = GEN-TRAILER-COUNT         02622000
026230                     MOVE "YES" TO WS-GEN-BAD-FLAG                02623000
026240                 END-IF                                           02624000
026250             END-IF                                               02625000
026260             IF WS-GEN-BAD-FLAG = "YES"                           02626000
026270                 MOVE WS-ARCH-YEAR TO AM-YEAR                     02627000
026280                 MOVE 'ARCHGEN GENERATION DOES NOT PROVE'         02628000
026290                   TO AM-TEXT                                     02629000
026300                 MOVE WS-ARCH-MSG-LINE TO PR-DETAIL               02630000
026310                 PERFORM 700-PRINT-LINE                           02631000
026320             END-IF                                               02632000
026330         END-IF                                                   02633000
026340         IF WS-ARCH-SOURCE = 'P' OR WS-GEN-BAD-FLAG = "YES"       02634000
026350             MOVE 8 TO RETURN-CODE                                02635000
026360         ELSE                                                     02636000
026600         IF EN-DROPPED-COUNT > 0 OR RC-DROPPED-COUNT > 0          02660000
026700             MOVE 'BENENRL OR EMPLOYEE TABLE FULL - RUN REFUSED'  02670000
026800                 TO PR-DETAIL                                     02680000
026900             PERFORM 700-PRINT-LINE                               02690000
027000             MOVE 8 TO RETURN-CODE                                02700000
027100         ELSE                                                     02710000
027200             PERFORM 580-SORT-TABLE                               02720000
027300             OPEN INPUT EMPLOYEE-MASTER-FILE                      02730000
027400             PERFORM 600-PRINT-REPORT                             02740000
027500             CLOSE EMPLOYEE-MASTER-FILE                           02750000
027600             PERFORM 900-PRINT-FINAL-TOTALS                       02760000
027700             IF EXC-COUNT > 0                                     02770000
027800                 MOVE 4 TO RETURN-CODE                            02780000
027900             END-IF                                               02790000
028000         END-IF                                                   02800000
028050         END-IF                                                   02805000
028100     END-IF                                                       02810000
028200     CLOSE PRINT-FILE                                             02820000
028300     PERFORM 985-WRITE-AUDIT-LOG                                  02830000
028400     GOBACK.                                                      02840000
028500                                                                  02850000
028600 100-READ-INPUT.                                                  02860000
028650     IF WS-ARCH-SOURCE = 'G'                                      02865000
028700         PERFORM 120-READ-GENERATION                              02870000
028750     ELSE                                                         02875000
028800         READ PAY-ARCHIVE-FILE NEXT RECORD                        02880000
028850           AT END                                                 02885000
028900             MOVE "YES" TO EOF-FLAG                               02890000
028950           NOT AT END                                             02895000
029000             MOVE AX-PAY-DATA TO WS-PAY-REC                       02900000
029050         END-READ                                                 02905000
029100     END-IF                                                       02910000
029150     IF EOF-FLAG = "NO"                                           02915000
029200         ADD 1 TO REC-COUNT                                       02920000
029250     END-IF                                                       02925000
029300     .                                                            02930000
029400                                                                  02940000
029405*    A YEAR ARCHMNT HAS SPLIT OFF IS READ FROM ITS GENERATION.    02940500
029410*    THE HEADER MUST NAME THE YEAR ASKED FOR; THE TRAILER ENDS    02941000
029415*    THE READ AND ITS COUNT MUST AGREE WITH THE DETAIL READ.      02941500
029420 105-READ-GEN-HEADER.                                             02942000
029425     READ ARCH-GEN-FILE                                           02942500
029430       AT END                                                     02943000
029435         MOVE "YES" TO WS-GEN-BAD-FLAG                            02943500
029440     END-READ                                                     02944000
029445     IF WS-GEN-BAD-FLAG = "NO"                                    02944500
029450         IF AG-REC-TYPE NOT = 'H' OR AG-YEAR NOT = WS-ARCH-YEAR   02945000
029455             MOVE "YES" TO WS-GEN-BAD-FLAG                        02945500
029460         END-IF                                                   02946000
029465     END-IF                                                       02946500
029470     IF WS-GEN-BAD-FLAG = "YES"                                   02947000
029475         MOVE "YES" TO EOF-FLAG                                   02947500
029480     END-IF                                                       02948000
029485     .                                                            02948500
029490                                                                  02949000
029500 110-READ-INVOICE.                                                02950000
029600     READ CARRIER-INVOICE-FILE                                    02960000
029700       AT END                                                     02970000
029800         MOVE "YES" TO EOF-FLAG                                   02980000
029900       NOT AT END                                                 02990000
030000         ADD 1 TO INV-REC-COUNT                                   03000000
030100     END-READ                                                     03010000
030200     .                                                            03020000
030300                                                                  03030000
030304 120-READ-GENERATION.                                             03030400
030308     READ ARCH-GEN-FILE                                           03030800
030312       AT END                                                     03031200
030316         MOVE "YES" TO EOF-FLAG                                   03031600
030320       NOT AT END                                                 03032000
030324         IF AG-REC-TYPE = 'D'                                     03032400
030328             MOVE AG-PAY-DATA TO WS-PAY-REC                       03032800
030332             ADD 1 TO GEN-D-COUNT                                 03033200
030336         ELSE                                                     03033600
030340         IF AG-REC-TYPE = 'T'                                     03034000
030344             MOVE "YES" TO WS-GEN-TRAILER-FLAG                    03034400
030348             MOVE AG-CTL-REC-COUNT TO GEN-TRAILER-COUNT           03034800
030352             MOVE "YES" TO EOF-FLAG                               03035200
030356         ELSE                                                     03035600
030360             MOVE "YES" TO WS-GEN-BAD-FLAG                        03036000
030364             MOVE "YES" TO EOF-FLAG                               03036400
030368         END-IF                                                   03036800
030372         END-IF                                                   03037200
030376     END-READ                                                     03037600
030380     .                                                            03038000
030384                                                                  03038400
030400 200-POST-INVOICE.                                                03040000
030500     MOVE CI-ID-NUMBER TO WS-ID-NUMBER                            03050000
030600     PERFORM 400-FIND-EMPLOYEE                                    03060000
030700     IF RC-PICKED > 0                                             03070000
030800         MOVE 'Y' TO RC-INV-FLAG (RC-PICKED)                      03080000
030900         ADD CI-PREMIUM TO RC-BILLED (RC-PICKED)                  03090000
031000         ADD CI-PREMIUM TO RT-BILLED                              03100000
031100     END-IF                                                       03110000
031200     PERFORM 110-READ-INVOICE                                     03120000
031300     .                                                            03130000
031400                                                                  03140000
031500 300-PROCESS-DATA.                                                03150000
031600     IF PAY-PERIOD-END-YY = WS-YEAR                               03160000
031700       AND PAY-PERIOD-END-MM = WS-MONTH                           03170000
031800       AND PAY-ADJ-IND NOT = 'O'                                  03180000
031900         ADD 1 TO MONTH-REC-COUNT                                 03190000
032000         MOVE PAY-ID-NUMBER TO WS-ID-NUMBER                       03200000
032100         PERFORM 400-FIND-EMPLOYEE                                03210000
032200         IF RC-PICKED > 0                                         03220000
032300             PERFORM 310-POST-WITHHELD                            03230000
032400         END-IF                                                   03240000
032500     END-IF                                                       03250000
032600     PERFORM 100-READ-INPUT                                       03260000
032700     .                                                            03270000
032800                                                                  03280000
032900 310-POST-WITHHELD.                                               03290000
033000     MOVE PAY-DED-INS TO WS-INS-SIGNED                            03300000
033100     IF PAY-ADJ-IND = 'R'                                         03310000
033200         SUBTRACT WS-INS-SIGNED FROM ZERO GIVING WS-INS-SIGNED    03320000
033300     END-IF                                                       03330000
033400     ADD WS-INS-SIGNED TO RC-WITHHELD (RC-PICKED)                 03340000
033500     ADD WS-INS-SIGNED TO RT-WITHHELD                             03350000
033600     IF PAY-ADJ-IND = ' '                                         03360000
033700         MOVE PAY-PERIOD-END-YY TO WS-PER-BND-YY                  03370000
033800         MOVE PAY-PERIOD-END-MM TO WS-PER-BND-MM                  03380000
033900         MOVE PAY-PERIOD-END-DD TO WS-PER-BND-DD                  03390000
034000         MOVE 1 TO EN-SUB                                         03400000
034100         PERFORM 320-ENROLLMENT-SCAN                              03410000
034200           UNTIL EN-SUB > EN-COUNT                                03420000
034300     END-IF                                                       03430000
034400     .                                                            03440000
034500                                                                  03450000
034600 320-ENROLLMENT-SCAN.                                             03460000
034700     IF EN-ID-NUMBER (EN-SUB) = PAY-ID-NUMBER                     03470000
034800       AND EN-START-DATE (EN-SUB) <= WS-PERIOD-BOUNDARY           03480000
034900         IF EN-END-DATE (EN-SUB) = SPACES                         03490000
035000           OR EN-END-DATE (EN-SUB) >= WS-PERIOD-BOUNDARY          03500000
035100             PERFORM 330-ADD-COMPANY-SHARE                        03510000
035200         END-IF                                                   03520000
035300     END-IF                                                       03530000
035400     ADD 1 TO EN-SUB                                              03540000
035500     .                                                            03550000
035600                                                                  03560000
035700 330-ADD-COMPANY-SHARE.                                           03570000
035800     MOVE 0 TO PL-PICKED                                          03580000
035900     MOVE 1 TO PL-SUB                                             03590000
036000     PERFORM 340-PLAN-SCAN                                        03600000
036100       UNTIL PL-PICKED > 0                                        03610000
036200       OR PL-SUB > PL-COUNT                                       03620000
036300     IF PL-PICKED > 0                                             03630000
036400         ADD PL-ER-PREMIUM (PL-PICKED) TO RC-ER-SHARE (RC-PICKED) 03640000
036500         ADD PL-ER-PREMIUM (PL-PICKED) TO RT-ER-SHARE             03650000
036600     END-IF                                                       03660000
036700     .                                                            03670000
036800                                                                  03680000
036900 340-PLAN-SCAN.                                                   03690000
037000     IF PL-PLAN (PL-SUB) = EN-PLAN (EN-SUB)                       03700000
037100       AND PL-TIER (PL-SUB) = EN-TIER (EN-SUB)                    03710000
037200         MOVE PL-SUB TO PL-PICKED                                 03720000
037300     ELSE                                                         03730000
037400         ADD 1 TO PL-SUB                                          03740000
037500     END-IF                                                       03750000
037600     .                                                            03760000
037700                                                                  03770000
037800 400-FIND-EMPLOYEE.                                               03780000
037900     MOVE 0 TO RC-PICKED                                          03790000
038000     MOVE 1 TO RC-SUB                                             03800000
038100     PERFORM 410-EMPLOYEE-SCAN                                    03810000
038200       UNTIL RC-PICKED > 0                                        03820000
038300       OR RC-SUB > RC-COUNT                                       03830000
038400     IF RC-PICKED = 0                                             03840000
038500         IF RC-COUNT < 1000                                       03850000
038600             ADD 1 TO RC-COUNT                                    03860000
038700             MOVE WS-ID-NUMBER TO RC-ID-NUMBER (RC-COUNT)         03870000
038800             MOVE 'N' TO RC-INV-FLAG (RC-COUNT)                   03880000
038900             MOVE 0 TO RC-BILLED (RC-COUNT)                       03890000
039000             MOVE 0 TO RC-WITHHELD (RC-COUNT)                     03900000
039100             MOVE 0 TO RC-ER-SHARE (RC-COUNT)                     03910000
039200             MOVE RC-COUNT TO RC-PICKED                           03920000
039300         ELSE                                                     03930000
039400             ADD 1 TO RC-DROPPED-COUNT                            03940000
039500         END-IF                                                   03950000
039600     END-IF                                                       03960000
039700     .                                                            03970000
039800                                                                  03980000
039900 410-EMPLOYEE-SCAN.                                               03990000
040000     IF RC-ID-NUMBER (RC-SUB) = WS-ID-NUMBER                      04000000
040100         MOVE RC-SUB TO RC-PICKED                                 04010000
040200     ELSE                                                         04020000
040300         ADD 1 TO RC-SUB                                          04030000
040400     END-IF                                                       04040000
040500     .                                                            04050000
040600                                                                  04060000
040700 580-SORT-TABLE.                                                  04070000
040800     MOVE 1 TO SRT-I                                              04080000
040900     PERFORM 581-SORT-PASS                                        04090000
041000       UNTIL SRT-I >= RC-COUNT                                    04100000
041100     .                                                            04110000
041200                                                                  04120000
041300 581-SORT-PASS.                                                   04130000
041400     MOVE SRT-I TO SRT-MIN                                        04140000
041500     ADD 1 SRT-I GIVING SRT-J                                     04150000
041600     PERFORM 582-SORT-SCAN                                        04160000
041700       UNTIL SRT-J > RC-COUNT                                     04170000
041800     IF SRT-MIN NOT = SRT-I                                       04180000
041900         MOVE RC-ITEM (SRT-I) TO WS-RC-HOLD                       04190000
042000         MOVE RC-ITEM (SRT-MIN) TO RC-ITEM (SRT-I)                04200000
042100         MOVE WS-RC-HOLD TO RC-ITEM (SRT-MIN)                     04210000
042200     END-IF                                                       04220000
042300     ADD 1 TO SRT-I                                               04230000
042400     .                                                            04240000
042500                                                                  04250000
042600 582-SORT-SCAN.                                                   04260000
042700     IF RC-ID-NUMBER (SRT-J) < RC-ID-NUMBER (SRT-MIN)             04270000
042800         MOVE SRT-J TO SRT-MIN                                    04280000
042900     END-IF                                                       04290000
043000     ADD 1 TO SRT-J                                               04300000
043100     .                                                            04310000
043200                                                                  04320000
043300 600-PRINT-REPORT.                                                04330000
043400     MOVE 1 TO RC-SUB                                             04340000
043500     PERFORM 610-CHECK-EMPLOYEE                                   04350000
043600       UNTIL RC-SUB > RC-COUNT                                    04360000
043700     .                                                            04370000
043800                                                                  04380000
043900 610-CHECK-EMPLOYEE.                                              04390000
044000     ADD RC-WITHHELD (RC-SUB) RC-ER-SHARE (RC-SUB)                04400000
044100       GIVING WS-EXPECTED                                         04410000
044200     SUBTRACT WS-EXPECTED FROM RC-BILLED (RC-SUB)                 04420000
044300       GIVING WS-DIFFERENCE                                       04430000
044400     ADD WS-DIFFERENCE TO RT-DIFFERENCE                           04440000
044500     IF RC-INV-FLAG (RC-SUB) = 'Y' AND RC-WITHHELD (RC-SUB) = 0   04450000
044600         ADD 1 TO RT-NOT-DEDUCTED-COUNT                           04460000
044700         MOVE '** BILLED - NOT DEDUCTED' TO PR-NOTE               04470000
044800         PERFORM 620-PRINT-EMPLOYEE                               04480000
044900     ELSE                                                         04490000
045000     IF RC-INV-FLAG (RC-SUB) = 'N'                                04500000
045100       AND RC-WITHHELD (RC-SUB) NOT = 0                           04510000
045200         ADD 1 TO RT-NOT-BILLED-COUNT                             04520000
045300         MOVE '** DEDUCTED - NOT BILLED' TO PR-NOTE               04530000
045400         PERFORM 620-PRINT-EMPLOYEE                               04540000
045500     ELSE                                                         04550000
045600     IF RC-INV-FLAG (RC-SUB) = 'Y' AND WS-DIFFERENCE NOT = 0      04560000
045700         ADD 1 TO RT-DIFFERS-COUNT                                04570000
045800         MOVE '** AMOUNT DIFFERS' TO PR-NOTE                      04580000
045900         PERFORM 620-PRINT-EMPLOYEE                               04590000
046000     ELSE                                                         04600000
046100     IF RC-INV-FLAG (RC-SUB) = 'Y'                                04610000
046200         ADD 1 TO RT-AGREE-COUNT                                  04620000
046300     END-IF                                                       04630000
046400     END-IF                                                       04640000
046500     END-IF                                                       04650000
046600     END-IF                                                       04660000
046700     ADD 1 TO RC-SUB                                              04670000
046800     .                                                            04680000
046900                                                                  04690000
047000 620-PRINT-EMPLOYEE.                                              04700000
047100     ADD 1 TO EXC-COUNT                                           04710000
047200     MOVE RC-ID-NUMBER (RC-SUB) TO PR-ID-NUMBER                   04720000
047300     MOVE RC-ID-NUMBER (RC-SUB) TO EMP-ID-NUMBER                  04730000
047400     READ EMPLOYEE-MASTER-FILE                                    04740000
047500       INVALID KEY                                                04750000
047600         MOVE '*NOT ON EMP' TO PR-LAST-NAME                       04760000
047700       NOT INVALID KEY                                            04770000
047800         MOVE EMP-LAST-NAME TO PR-LAST-NAME                       04780000
047900     END-READ                                                     04790000
048000     MOVE RC-BILLED (RC-SUB) TO PR-BILLED                         04800000
048100     MOVE RC-WITHHELD (RC-SUB) TO PR-WITHHELD                     04810000
048200     MOVE RC-ER-SHARE (RC-SUB) TO PR-ER-SHARE                     04820000
048300     MOVE WS-DIFFERENCE TO PR-DIFFERENCE                          04830000
048400     PERFORM 700-PRINT-LINE                                       04840000
048500     .                                                            04850000
048600                                                                  04860000
048700 700-PRINT-LINE.                                                  04870000
048800     PERFORM 750-WRITE                                            04880000
048900     IF WS-LINE-COUNT > 50                                        04890000
049000         PERFORM 800-PRINT-HEADINGS                               04900000
049100     END-IF                                                       04910000
049200     .                                                            04920000
049300                                                                  04930000
049400 750-WRITE.                                                       04940000
049500     WRITE PRINT-REC FROM WS-PRINT-REC                            04950000
049600       AFTER ADVANCING WS-SPACING LINES                           04960000
049700     END-WRITE                                                    04970000
049800     ADD WS-SPACING TO WS-LINE-COUNT                              04980000
049900     MOVE 1 TO WS-SPACING                                         04990000
050000     MOVE SPACES TO WS-PRINT-REC                                  05000000
050100     .                                                            05010000
050200                                                                  05020000
050300 800-PRINT-HEADINGS.                                              05030000
050400     ADD 1 TO WS-PAGE                                             05040000
050500     MOVE WS-PAGE TO H-PAGE                                       05050000
050600     MOVE WS-MONTH TO H-MONTH                                     05060000
050700     MOVE WS-YEAR TO H-YEAR                                       05070000
050800     WRITE PRINT-REC FROM HEADING-1                               05080000
050900       AFTER ADVANCING PAGE                                       05090000
051000     END-WRITE                                                    05100000
051100     MOVE HEADING-2 TO WS-PRINT-REC                               05110000
051200     MOVE 2 TO WS-SPACING                                         05120000
051300     PERFORM 750-WRITE                                            05130000
051400     MOVE 2 TO WS-SPACING                                         05140000
051500     MOVE 0 TO WS-LINE-COUNT                                      05150000
051600     .                                                            05160000
051700                                                                  05170000
051800 830-READ-MONTH-CARD.                                             05180000
051900     OPEN INPUT MONTH-CARD-FILE                                   05190000
052000     READ MONTH-CARD-FILE                                         05200000
052100       AT END                                                     05210000
052200         MOVE "NO" TO WS-CARD-OK-FLAG                             05220000
052300       NOT AT END                                                 05230000
052400         IF BC-MONTH NUMERIC AND BC-YEAR NUMERIC                  05240000
052500           AND BC-MONTH > 0 AND BC-MONTH < 13                     05250000
052600             MOVE "YES" TO WS-CARD-OK-FLAG                        05260000
052700             MOVE BC-MONTH TO WS-MONTH                            05270000
052800             MOVE BC-YEAR TO WS-YEAR                              05280000
052900         ELSE                                                     05290000
053000             MOVE "NO" TO WS-CARD-OK-FLAG                         05300000
053100         END-IF                                                   05310000
053200     END-READ                                                     05320000
053300     CLOSE MONTH-CARD-FILE                                        05330000
053400     .                                                            05340000
053500                                                                  05350000
053504*    ARCHCTL SAYS WHERE THE YEAR IS:  NO ROW MEANS IT IS STILL ON 05350400
053508*    PAYARCH, 'G' ON ITS OWN GENERATION, 'P' PURGED.              05350800
053512 835-FIND-ARCHIVE-YEAR.                                           05351200
053516     MOVE 2000 TO WS-ARCH-YEAR                                    05351600
053520     ADD WS-YEAR TO WS-ARCH-YEAR                                  05352000
053524     MOVE 'A' TO WS-ARCH-SOURCE                                   05352400
053528     OPEN INPUT ARCH-CONTROL-FILE                                 05352800
053532     MOVE "NO" TO AY-EOF-FLAG                                     05353200
053536     PERFORM UNTIL AY-EOF-FLAG = "YES"                            05353600
053540         READ ARCH-CONTROL-FILE                                   05354000
053544           AT END                                                 05354400
053548             MOVE "YES" TO AY-EOF-FLAG                            05354800
053552           NOT AT END                                             05355200
053556             IF AY-YEAR = WS-ARCH-YEAR                            05355600
053560                 MOVE AY-STATUS TO WS-ARCH-SOURCE                 05356000
053564             END-IF                                               05356400
053568         END-READ                                                 05356800
053572     END-PERFORM                                                  05357200
053576     CLOSE ARCH-CONTROL-FILE                                      05357600
053580     .                                                            05358000
053584                                                                  05358400
053600 846-LOAD-BENEFIT-PLANS.                                          05360000
053700     OPEN INPUT BENEFIT-PLAN-FILE                                 05370000
053800     MOVE 'NO' TO PL-EOF-FLAG                                     05380000
053900     MOVE 0 TO PL-COUNT                                           05390000
054000     PERFORM UNTIL PL-EOF-FLAG = 'YES'                            05400000
054100         READ BENEFIT-PLAN-FILE                                   05410000
054200           AT END                                                 05420000
054300             MOVE 'YES' TO PL-EOF-FLAG                            05430000
054400           NOT AT END                                             05440000
054500             IF PL-COUNT < 50                                     05450000
054600                 ADD 1 TO PL-COUNT                                05460000
054700                 MOVE BP-PLAN TO PL-PLAN (PL-COUNT)               05470000
054800                 MOVE BP-TIER TO PL-TIER (PL-COUNT)               05480000
054900                 MOVE BP-ER-PREMIUM TO PL-ER-PREMIUM (PL-COUNT)   05490000
055000             END-IF                                               05500000
055100         END-READ                                                 05510000
055200     END-PERFORM                                                  05520000
055300     CLOSE BENEFIT-PLAN-FILE                                      05530000
055400     .                                                            05540000
055500                                                                  05550000
055600 848-LOAD-ENROLLMENTS.                                            05560000
055700     OPEN INPUT ENROLLMENT-FILE                                   05570000
055800     MOVE 'NO' TO EN-EOF-FLAG                                     05580000
055900     MOVE 0 TO EN-COUNT                                           05590000
056000     PERFORM UNTIL EN-EOF-FLAG = 'YES'                            05600000
056100         READ ENROLLMENT-FILE                                     05610000
056200           AT END                                                 05620000
056300             MOVE 'YES' TO EN-EOF-FLAG                            05630000
056400           NOT AT END                                             05640000
056500             IF EN-COUNT < 2000                                   05650000
056600                 ADD 1 TO EN-COUNT                                05660000
056700                 MOVE BE-ID-NUMBER TO EN-ID-NUMBER (EN-COUNT)     05670000
056800                 MOVE BE-PLAN TO EN-PLAN (EN-COUNT)               05680000
056900                 MOVE BE-TIER TO EN-TIER (EN-COUNT)               05690000
057000                 MOVE BE-START-DATE TO EN-START-DATE (EN-COUNT)   05700000
057100                 MOVE BE-END-DATE TO EN-END-DATE (EN-COUNT)       05710000
057200             ELSE                                                 05720000
057300                 ADD 1 TO EN-DROPPED-COUNT                        05730000
057400             END-IF                                               05740000
057500         END-READ                                                 05750000
057600     END-PERFORM                                                  05760000
057700     CLOSE ENROLLMENT-FILE                                        05770000
057800     .                                                            05780000
057900                                                                  05790000
058000 850-GET-DATE.                                                    05800000
058100     ACCEPT WS-DATE FROM DATE                                     05810000
058200     MOVE MM TO H-MM                                              05820000
058300     MOVE DD TO H-DD                                              05830000
058400     MOVE YY TO H-YY                                              05840000
058500     ACCEPT WS-TIME FROM TIME                                     05850000
058600     MOVE HH TO H-HH                                              05860000
058700     MOVE MN TO H-MN                                              05870000
058800     .                                                            05880000
058900                                                                  05890000
059000 900-PRINT-FINAL-TOTALS.                                          05900000
059100     MOVE SPACES TO WS-PRINT-REC                                  05910000
059200     MOVE 2 TO WS-SPACING                                         05920000
059300     MOVE REC-COUNT TO WS-REC-COUNT-ED                            05930000
059400     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          05940000
059500     PERFORM 700-PRINT-LINE                                       05950000
059600     MOVE SPACES TO WS-TOTAL-LINE                                 05960000
059700     MOVE 'PAY RECORDS FOR THE MONTH:' TO TL-LABEL                05970000
059800     MOVE MONTH-REC-COUNT TO TL-COUNT                             05980000
059900     PERFORM 910-PRINT-TOTAL-LINE                                 05990000
060000     MOVE 'INVOICE LINES READ:' TO TL-LABEL                       06000000
060100     MOVE INV-REC-COUNT TO TL-COUNT                               06010000
060200     PERFORM 910-PRINT-TOTAL-LINE                                 06020000
060300     MOVE 'TOTAL BILLED:' TO TL-LABEL                             06030000
060400     MOVE RT-BILLED TO TL-AMOUNT                                  06040000
060500     MOVE 2 TO WS-SPACING                                         06050000
060600     PERFORM 910-PRINT-TOTAL-LINE                                 06060000
060700     MOVE 'TOTAL WITHHELD:' TO TL-LABEL                           06070000
060800     MOVE RT-WITHHELD TO TL-AMOUNT                                06080000
060900     PERFORM 910-PRINT-TOTAL-LINE                                 06090000
061000     MOVE 'TOTAL COMPANY SHARE:' TO TL-LABEL                      06100000
061100     MOVE RT-ER-SHARE TO TL-AMOUNT                                06110000
061200     PERFORM 910-PRINT-TOTAL-LINE                                 06120000
061300     MOVE 'BILLED LESS WITHHELD & SHARE:' TO TL-LABEL             06130000
061400     MOVE RT-DIFFERENCE TO TL-AMOUNT                              06140000
061500     PERFORM 910-PRINT-TOTAL-LINE                                 06150000
061600     MOVE 'BILLED - NOT DEDUCTED:' TO TL-LABEL                    06160000
061700     MOVE RT-NOT-DEDUCTED-COUNT TO TL-COUNT                       06170000
061800     MOVE 2 TO WS-SPACING                                         06180000
061900     PERFORM 910-PRINT-TOTAL-LINE                                 06190000
062000     MOVE 'DEDUCTED - NOT BILLED:' TO TL-LABEL                    06200000
062100     MOVE RT-NOT-BILLED-COUNT TO TL-COUNT                         06210000
062200     PERFORM 910-PRINT-TOTAL-LINE                                 06220000
062300     MOVE 'AMOUNT DIFFERS:' TO TL-LABEL                           06230000
062400     MOVE RT-DIFFERS-COUNT TO TL-COUNT                            06240000
062500     PERFORM 910-PRINT-TOTAL-LINE                                 06250000
062600     MOVE 'BILLED AND AGREES:' TO TL-LABEL                        06260000
062700     MOVE RT-AGREE-COUNT TO TL-COUNT                              06270000
062800     PERFORM 910-PRINT-TOTAL-LINE                                 06280000
062900     .                                                            06290000
063000                                                                  06300000
063100 910-PRINT-TOTAL-LINE.                                            06310000
063200     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06320000
063300     PERFORM 700-PRINT-LINE                                       06330000
063400     MOVE SPACES TO WS-TOTAL-LINE                                 06340000
063500     .                                                            06350000
063600                                                                  06360000
063700 985-WRITE-AUDIT-LOG.                                             06370000
063800     OPEN EXTEND AUDIT-FILE                                       06380000
063900     MOVE 'BENRECON' TO AUD-PROGRAM                               06390000
064000     MOVE WS-DATE TO AUD-RUN-DATE                                 06400000
064100     MOVE WS-TIME TO AUD-RUN-TIME                                 06410000
064200     MOVE ZERO TO AUD-PERIOD-END                                  06420000
064300     ADD REC-COUNT INV-REC-COUNT GIVING AUD-RECS-READ             06430000
064400     MOVE ZERO TO AUD-RECS-WRITTEN                                06440000
064500     MOVE EXC-COUNT TO AUD-EXC-COUNT                              06450000
064600     MOVE RETURN-CODE TO AUD-RETURN-CODE                          06460000
064700     WRITE AUD-REC                                                06470000
064800     CLOSE AUDIT-FILE                                             06480000
064900     .                                                            06490000
