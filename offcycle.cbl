000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    OFFCYCLE.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    OFF-CYCLE MANUAL AND BONUS CHECK RUN, OUTSIDE THE       *    00070000
000800*    NIGHTLY CHAIN.  READS THE OFFREQ PAYMENT REQUEST        *    00080000
000900*    CARDS (EMPLOYEE, GROSS, ITEMIZED TAX/INS/RET/GARN       *    00090000
001000*    DEDUCTIONS, REASON CODE) AND FOR EACH GOOD CARD CUTS    *    00100000
001100*    ONE NUMBERED CHECK FROM THE CHKCTL CONTROL ONTO THE     *    00110000
001200*    CHKMSTR ISSUED-CHECK MASTER.  REASON 'M' (MISSED PAY)   *    00120000
001300*    AND 'B' (BONUS) ARE POSTED TO THE YTD MASTER AND        *    00130000
001400*    APPENDED TO THE PAYARCH ARCHIVE AS AN 'S' RECORD WITH   *    00140000
001500*    THE GROSS IN PAY-EMP-RATE AND PAY-ADJ-IND 'O', SO       *    00150000
001525*    YTDAUDIT'S REBUILD STILL TIES TO THE YTD MASTER.        *    00152500
001550*    THE ARCHIVE IS KEYED BY EMPLOYEE, PERIOD END AND A      *    00155000
001575*    SEQUENCE NUMBER; EACH ADD TAKES THE NEXT FREE SEQUENCE  *    00157500
001600*    AND A FAILED ADD IS COUNTED AND SETS RETURN CODE 4.     *    00160000
001700*    REASON 'R' REPLACES A LOST CHECK:  THE ORIGINAL MUST    *    00170000
001800*    STILL BE OUTSTANDING ON CHKMSTR FOR THE SAME EMPLOYEE,  *    00180000
001900*    IS PUT ON STOP PAY, AND A NEW CHECK FOR THE SAME        *    00190000
002000*    AMOUNT IS CUT WITHOUT POSTING THE PAY A SECOND TIME.    *    00200000
002100*    THE RUN IS STAMPED WITH THE OPEN PERCTL PERIOD (TODAY   *    00210000
002200*    WHEN NO PERIOD IS OPEN) AND WRITES THE OFFPOST,         *    00220000
002300*    OFFCHECK AND OFFSTOP BALFILE LEGS FOR BALRPT.  BAD      *    00230000
002400*    CARDS ARE LISTED AND SKIPPED.                           *    00240000
002500*                                                            *    00250000
002600**************************************************************    00260000
002700                                                                  00270000
002800 ENVIRONMENT DIVISION.                                            00280000
002900 CONFIGURATION SECTION.                                           00290000
003000 SOURCE-COMPUTER.                                                 00300000
003100     Z13                                                          00310000
003200     WITH DEBUGGING MODE                                          00320000
003300     .                                                            00330000
003400                                                                  00340000
003500 INPUT-OUTPUT SECTION.                                            00350000
003600                                                                  00360000
003700 FILE-CONTROL.                                                    00370000
003800     SELECT OPTIONAL PAYMENT-REQUEST-FILE ASSIGN TO OFFREQ.       00380000
003900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00390000
004000     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00400000
004100         ORGANIZATION IS INDEXED                                  00410000
004200         ACCESS IS RANDOM                                         00420000
004300         RECORD KEY IS EMP-ID-NUMBER.                             00430000
004400     SELECT OPTIONAL YTD-FILE      ASSIGN TO YTDMSTR              00440000
004500         ORGANIZATION IS INDEXED                                  00450000
004600         ACCESS IS RANDOM                                         00460000
004700         RECORD KEY IS YTD-ID-NUMBER.                             00470000
004725     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00472500
004750         ORGANIZATION IS INDEXED                                  00475000
004775         ACCESS IS RANDOM                                         00477500
004800         RECORD KEY IS AX-KEY.                                    00480000
004900     SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO CHKCTL.         00490000
005000     SELECT OPTIONAL CHECK-MASTER-FILE ASSIGN TO CHKMSTR.         00500000
005100     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00510000
005200     SELECT OPTIONAL BALANCE-FILE  ASSIGN TO BALFILE.             00520000
005300     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00530000
005400                                                                  00540000
005500 DATA DIVISION.                                                   00550000
005600 FILE SECTION.                                                    00560000
005700                                                                  00570000
005800 FD  PAYMENT-REQUEST-FILE                                         00580000
005900     RECORDING MODE IS F.                                         00590000
006000 01  OR-REC.                                                      00600000
006100     10  OR-ID-NUMBER              PIC X(05).                     00610000
006200     10  OR-REASON                 PIC X(01).                     00620000
006300     10  OR-GROSS                  PIC 9(03)V99.                  00630000
006400     10  OR-DED-TAX                PIC 9(03)V99.                  00640000
006500     10  OR-DED-INS                PIC 9(03)V99.                  00650000
006600     10  OR-DED-RET                PIC 9(03)V99.                  00660000
006700     10  OR-DED-GARN               PIC 9(03)V99.                  00670000
006800     10  OR-ORIG-CHECK-NO          PIC 9(08).                     00680000
006900     10  FILLER                    PIC X(41).                     00690000
007000                                                                  00700000
007100 FD  PRINT-FILE                                                   00710000
007200     RECORDING MODE IS F.                                         00720000
007300 01  PRINT-REC.                                                   00730000
007400     10  FILLER                    PIC X(132).                    00740000
007500                                                                  00750000
007600 FD  EMPLOYEE-MASTER-FILE.                                        00760000
007700     COPY EMPMSTR.                                                00770000
007800                                                                  00780000
007900 FD  YTD-FILE.                                                    00790000
008000     COPY YTDMSTR.                                                00800000
008100                                                                  00810000
008200 FD  PAY-ARCHIVE-FILE.                                            00820000
008300     COPY ARCHIDX.                                                00830000
008600                                                                  00860000
008700 FD  CHECK-CONTROL-FILE                                           00870000
008800     RECORDING MODE IS F.                                         00880000
008900 01  CC-REC.                                                      00890000
009000     10  CC-NEXT-CHECK-NO          PIC 9(08).                     00900000
009100                                                                  00910000
009200 FD  CHECK-MASTER-FILE                                            00920000
009300     RECORDING MODE IS F.                                         00930000
009400     COPY CHKMSTR.                                                00940000
009500                                                                  00950000
009600 FD  PERIOD-CONTROL-FILE                                          00960000
009700     RECORDING MODE IS F.                                         00970000
009800     COPY PERCTL.                                                 00980000
009900                                                                  00990000
010000 FD  BALANCE-FILE                                                 01000000
010100     RECORDING MODE IS F.                                         01010000
010200     COPY BALCTL.                                                 01020000
010300                                                                  01030000
010400 FD  AUDIT-FILE                                                   01040000
010500     RECORDING MODE IS F.                                         01050000
010600     COPY AUDITLOG.                                               01060000
010700                                                                  01070000
010800 WORKING-STORAGE SECTION.                                         01080000
010900                                                                  01090000
011000 01  WS-COUNTERS-FLAGS.                                           01100000
011100     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01110000
011200     10  WS-SPACING                PIC 9(01) VALUE 2.             01120000
011300     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01130000
011400     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01140000
011500     10  WS-PAGE                   PIC 9(03) VALUE 0.             01150000
011600     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01160000
011700     10  WS-CHECK-NO               PIC 9(08) VALUE 1.             01170000
011800     10  WS-PERIOD-END             PIC 9(06) VALUE ZERO.          01180000
011900     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01190000
012000     10  WS-REJECT-FLAG            PIC X(03) VALUE "NO".          01200000
012100     10  WS-PPC-EOF-FLAG           PIC X(03) VALUE "NO".          01210000
012200     10  WS-KT-EOF-FLAG            PIC X(03) VALUE "NO".          01220000
012210     10  ARCH-FAIL-COUNT           PIC 9(05) VALUE ZERO.          01221000
012220     10  WS-AX-WRITTEN-FLAG        PIC X(03) VALUE "NO".          01222000
012230                                                                  01223000
012240 01  WS-KEY-YYMMDD.                                               01224000
012250     10  WS-KEY-YY                 PIC 9(02).                     01225000
012260     10  WS-KEY-MM                 PIC 9(02).                     01226000
012270     10  WS-KEY-DD                 PIC 9(02).                     01227000
012280 01  WS-KEY-YMD REDEFINES WS-KEY-YYMMDD                           01228000
012290                                   PIC 9(06).                     01229000
012300                                                                  01230000
012400 COPY PAYROLL.                                                    01240000
012500                                                                  01250000
012600 01  CHECK-MASTER-TABLE.                                          01260000
012700     10  KT-COUNT                  PIC 9(04) VALUE ZERO.          01270000
012800     10  KT-ITEM                   OCCURS 1000 TIMES.             01280000
012900         15  KT-CHECK-NO           PIC 9(08).                     01290000
013000         15  KT-ID-NUMBER          PIC X(05).                     01300000
013100         15  KT-PAYEE-NAME         PIC X(22).                     01310000
013200         15  KT-ISSUE-DATE         PIC 9(06).                     01320000
013300         15  KT-AMOUNT             PIC S9(07)V99.                 01330000
013400         15  KT-STATUS             PIC X(01).                     01340000
013500         15  KT-PAID-DATE          PIC 9(06).                     01350000
013600                                                                  01360000
013700 01  KT-SUB                        PIC 9(04) VALUE ZERO.          01370000
013800 01  KT-PICKED                     PIC 9(04) VALUE ZERO.          01380000
013900 01  KT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01390000
014000                                                                  01400000
014100 01  OC-AMOUNTS.                                                  01410000
014200     10  OC-DEDS                   PIC S9(05)V99 VALUE 0.         01420000
014300     10  OC-NET                    PIC S9(05)V99 VALUE 0.         01430000
014400     10  OC-CHECK-AMOUNT           PIC S9(07)V99 VALUE 0.         01440000
014500                                                                  01450000
014600 01  OFFCYCLE-TOTALS.                                             01460000
014700     10  POST-COUNT                PIC 9(05) VALUE ZERO.          01470000
014800     10  POST-GROSS                PIC S9(09)V99 VALUE 0.         01480000
014900     10  POST-NET                  PIC S9(09)V99 VALUE 0.         01490000
015000     10  CHECK-COUNT               PIC 9(05) VALUE ZERO.          01500000
015100     10  CHECK-AMOUNT              PIC S9(09)V99 VALUE 0.         01510000
015200     10  STOP-COUNT                PIC 9(05) VALUE ZERO.          01520000
015300     10  STOP-AMOUNT               PIC S9(09)V99 VALUE 0.         01530000
015400                                                                  01540000
015500 01  WS-CM-PAYEE.                                                 01550000
015600     10  WS-CM-LAST                PIC X(11).                     01560000
015700     10  WS-CM-FIRST               PIC X(11).                     01570000
015800                                                                  01580000
015900 01  WS-MDY-PARTS.                                                01590000
016000     10  WS-MDY-MM                 PIC 9(02).                     01600000
016100     10  WS-MDY-DD                 PIC 9(02).                     01610000
016200     10  WS-MDY-YY                 PIC 9(02).                     01620000
016300                                                                  01630000
016400 01  WS-REPLACE-NOTE.                                             01640000
016500     10  FILLER                    PIC X(15) VALUE                01650000
016600         'REPLACES CHECK '.                                       01660000
016700     10  WS-RN-CHECK-NO            PIC 9(08).                     01670000
016800                                                                  01680000
016900 01  WS-REC-COUNT-LINE.                                           01690000
017000     10  FILLER                    PIC X(14) VALUE                01700000
017100         'CARDS READ:   '.                                        01710000
017200     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01720000
017300                                                                  01730000
017400 01  WS-TOTAL-LINE.                                               01740000
017500     10  FILLER                    PIC X(01).                     01750000
017600     10  TL-LABEL                  PIC X(25).                     01760000
017700     10  TL-COUNT                  PIC ZZ,ZZ9.                    01770000
017800     10  FILLER                    PIC X(03).                     01780000
017900     10  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99CR.          01790000
018000                                                                  01800000
018100 01  WS-PRINT-REC                  VALUE SPACES.                  01810000
018200     05  PR-DETAIL.                                               01820000
018300         10  FILLER                PIC X(01).                     01830000
018400         10  PR-CHECK-NO           PIC X(08).                     01840000
018500         10  FILLER                PIC X(02).                     01850000
018600         10  PR-ID-NUMBER          PIC X(05).                     01860000
018700         10  FILLER                PIC X(02).                     01870000
018800         10  PR-LAST-NAME          PIC X(11).                     01880000
018900         10  FILLER                PIC X(02).                     01890000
019000         10  PR-REASON             PIC X(01).                     01900000
019100         10  FILLER                PIC X(02).                     01910000
019200         10  PR-GROSS              PIC ZZ9.99.                    01920000
019300         10  FILLER                PIC X(02).                     01930000
019400         10  PR-DEDS               PIC ZZ9.99.                    01940000
019500         10  FILLER                PIC X(02).                     01950000
019600         10  PR-NET                PIC Z,ZZZ,ZZ9.99.              01960000
019700         10  FILLER                PIC X(02).                     01970000
019800         10  PR-NOTE               PIC X(36).                     01980000
019900     05  FILLER                    PIC X(32).                     01990000
020000                                                                  02000000
020100 01  WS-DATE.                                                     02010000
020200     10  YY                        PIC 9(02).                     02020000
020300     10  MM                        PIC 9(02).                     02030000
020400     10  DD                        PIC 9(02).                     02040000
020500                                                                  02050000
020600 01  WS-TIME.                                                     02060000
020700     10  HH                        PIC 9(02).                     02070000
020800     10  MN                        PIC 9(02).                     02080000
020900     10  SS                        PIC 9(02).                     02090000
021000     10  MS                        PIC 9(02).                     02100000
021100                                                                  02110000
021200 01  HEADING-1.                                                   02120000
021300     10  FILLER                    PIC X(02) VALUE SPACES.        02130000
021400     10  H-DATE.                                                  02140000
021500         15  H-MM                  PIC 9(02).                     02150000
021600         15  H-SLASH1              PIC X(01) VALUE '/'.           02160000
021700         15  H-DD                  PIC 9(02).                     02170000
021800         15  H-SLASH2              PIC X(01) VALUE '/'.           02180000
021900         15  H-YY                  PIC 9(02).                     02190000
022000     10  FILLER                    PIC X(03) VALUE SPACES.        02200000
022100     10  H-TIME.                                                  02210000
022200         15  H-HH                  PIC Z9.                        02220000
022300         15  H-COLON               PIC X(01) VALUE ':'.           02230000
022400         15  H-MN                  PIC 9(02).                     02240000
022500     10  FILLER                    PIC X(02) VALUE SPACES.        02250000
022600     10  FILLER                    PIC X(11) VALUE                02260000
022700         'PER ENDING '.                                           02270000
022800     10  H-PERIOD-DATE.                                           02280000
022900         15  H-PER-MM              PIC 9(02).                     02290000
023000         15  H-PER-SLASH1          PIC X(01) VALUE '/'.           02300000
023100         15  H-PER-DD              PIC 9(02).                     02310000
023200         15  H-PER-SLASH2          PIC X(01) VALUE '/'.           02320000
023300         15  H-PER-YY              PIC 9(02).                     02330000
023400     10  FILLER                    PIC X(02) VALUE SPACES.        02340000
023500     10  FILLER                    PIC X(40) VALUE                02350000
023600         'OFF-CYCLE CHECK REGISTER                '.              02360000
023700     10  FILLER                    PIC X(05) VALUE SPACES.        02370000
023800     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      02380000
023900     10  H-PAGE                    PIC Z(03).                     02390000
024000                                                                  02400000
024100 01  HEADING-2.                                                   02410000
024200     10  FILLER                    PIC X(40) VALUE                02420000
024300         ' CHECK #   ID     LAST NAME    R   GROSS'.              02430000
024400     10  FILLER                    PIC X(40) VALUE                02440000
024500         '    DEDS           NET  NOTE            '.              02450000
024600                                                                  02460000
024700 PROCEDURE DIVISION.                                              02470000
024800                                                                  02480000
024900 010-START-HERE.                                                  02490000
025000     OPEN OUTPUT PRINT-FILE                                       02500000
025100     PERFORM 850-GET-DATE                                         02510000
025200     PERFORM 840-FIND-OPEN-PERIOD                                 02520000
025300     PERFORM 800-PRINT-HEADINGS                                   02530000
025400     PERFORM 845-LOAD-CHECK-MASTER                                02540000
025500     IF KT-DROPPED-COUNT > 0                                      02550000
025600         MOVE '** CHECK MASTER TABLE FULL - RUN STOPPED'          02560000
025700             TO WS-PRINT-REC                                      02570000
025800         PERFORM 700-PRINT-LINE                                   02580000
025900         MOVE 8 TO RETURN-CODE                                    02590000
026000     ELSE                                                         02600000
026100         PERFORM 830-READ-CHECK-CONTROL                           02610000
026200         OPEN INPUT EMPLOYEE-MASTER-FILE                          02620000
026300         OPEN I-O YTD-FILE                                        02630000
026400         OPEN I-O PAY-ARCHIVE-FILE                                02640000
026500         OPEN INPUT PAYMENT-REQUEST-FILE                          02650000
026600         PERFORM 100-READ-INPUT                                   02660000
026700         PERFORM 300-PROCESS-DATA                                 02670000
026800           UNTIL EOF-FLAG = "YES"                                 02680000
026900         CLOSE PAYMENT-REQUEST-FILE                               02690000
027000         CLOSE PAY-ARCHIVE-FILE                                   02700000
027100         CLOSE YTD-FILE                                           02710000
027200         CLOSE EMPLOYEE-MASTER-FILE                               02720000
027300         PERFORM 980-REWRITE-CHECK-MASTER                         02730000
027400         PERFORM 835-REWRITE-CHECK-CONTROL                        02740000
027500         PERFORM 986-WRITE-BALANCING                              02750000
027600     END-IF                                                       02760000
027700     PERFORM 900-PRINT-FINAL-TOTALS                               02770000
027800     CLOSE PRINT-FILE                                             02780000
027900     IF REC-COUNT <= 1                                            02790000
028000         MOVE 8 TO RETURN-CODE                                    02800000
028100     ELSE                                                         02810000
028200         IF (EXC-COUNT > 0 OR ARCH-FAIL-COUNT > 0)                02820000
028250           AND RETURN-CODE < 8                                    02825000
028300             MOVE 4 TO RETURN-CODE                                02830000
028400         END-IF                                                   02840000
028500     END-IF                                                       02850000
028600     PERFORM 985-WRITE-AUDIT-LOG                                  02860000
028700     GOBACK.                                                      02870000
028800                                                                  02880000
028900 100-READ-INPUT.                                                  02890000
029000     READ PAYMENT-REQUEST-FILE                                    02900000
029100       AT END                                                     02910000
029200         MOVE "YES" TO EOF-FLAG                                   02920000
029300     END-READ                                                     02930000
029400     ADD 1 TO REC-COUNT.                                          02940000
029500                                                                  02950000
029600 300-PROCESS-DATA.                                                02960000
029700     MOVE "NO" TO WS-REJECT-FLAG                                  02970000
029800     PERFORM 320-EDIT-CARD                                        02980000
029900     IF WS-REJECT-FLAG = "YES"                                    02990000
030000         ADD 1 TO EXC-COUNT                                       03000000
030100     ELSE                                                         03010000
030200         IF OR-REASON = 'R'                                       03020000
030300             PERFORM 500-REPLACE-CHECK                            03030000
030400         ELSE                                                     03040000
030500             PERFORM 400-POST-PAYMENT                             03050000
030600         END-IF                                                   03060000
030700     END-IF                                                       03070000
030800     PERFORM 100-READ-INPUT                                       03080000
030900     .                                                            03090000
031000                                                                  03100000
031100 320-EDIT-CARD.                                                   03110000
031200     MOVE OR-ID-NUMBER TO EMP-ID-NUMBER                           03120000
031300     READ EMPLOYEE-MASTER-FILE                                    03130000
031400       INVALID KEY                                                03140000
031500         MOVE '** EMPLOYEE NOT ON MASTER' TO PR-NOTE              03150000
031600         PERFORM 390-PRINT-REJECT-LINE                            03160000
031700     END-READ                                                     03170000
031800     IF WS-REJECT-FLAG = "NO"                                     03180000
031900         IF OR-REASON NOT = 'M' AND OR-REASON NOT = 'B'           03190000
032000           AND OR-REASON NOT = 'R'                                03200000
032100             MOVE '** REASON CODE NOT M, B, OR R' TO PR-NOTE      03210000
032200             PERFORM 390-PRINT-REJECT-LINE                        03220000
032300         END-IF                                                   03230000
032400     END-IF                                                       03240000
032500     IF WS-REJECT-FLAG = "NO"                                     03250000
032600         IF KT-COUNT >= 1000                                      03260000
032700             MOVE '** CHECK MASTER TABLE FULL' TO PR-NOTE         03270000
032800             PERFORM 390-PRINT-REJECT-LINE                        03280000
032900         END-IF                                                   03290000
033000     END-IF                                                       03300000
033100     IF WS-REJECT-FLAG = "NO"                                     03310000
033200         IF OR-REASON = 'R'                                       03320000
033300             PERFORM 340-EDIT-REPLACEMENT                         03330000
033400         ELSE                                                     03340000
033500             PERFORM 330-EDIT-AMOUNTS                             03350000
033600         END-IF                                                   03360000
033700     END-IF                                                       03370000
033800     .                                                            03380000
033900                                                                  03390000
034000 330-EDIT-AMOUNTS.                                                03400000
034100     IF OR-GROSS NOT NUMERIC                                      03410000
034200       OR OR-DED-TAX NOT NUMERIC                                  03420000
034300       OR OR-DED-INS NOT NUMERIC                                  03430000
034400       OR OR-DED-RET NOT NUMERIC                                  03440000
034500       OR OR-DED-GARN NOT NUMERIC                                 03450000
034600         MOVE '** AMOUNT NOT NUMERIC' TO PR-NOTE                  03460000
034700         PERFORM 390-PRINT-REJECT-LINE                            03470000
034800     ELSE                                                         03480000
034900         COMPUTE OC-DEDS = OR-DED-TAX + OR-DED-INS                03490000
035000             + OR-DED-RET + OR-DED-GARN                           03500000
035100         COMPUTE OC-NET = OR-GROSS - OC-DEDS                      03510000
035200         IF OR-GROSS = 0                                          03520000
035300             MOVE '** GROSS PAY IS ZERO' TO PR-NOTE               03530000
035400             PERFORM 390-PRINT-REJECT-LINE                        03540000
035500         ELSE                                                     03550000
035600             IF OC-NET NOT > 0                                    03560000
035700                 MOVE '** DEDUCTIONS NOT LESS THAN GROSS'         03570000
035800                     TO PR-NOTE                                   03580000
035900                 PERFORM 390-PRINT-REJECT-LINE                    03590000
036000             END-IF                                               03600000
036100         END-IF                                                   03610000
036200     END-IF                                                       03620000
036300     .                                                            03630000
036400                                                                  03640000
036500 340-EDIT-REPLACEMENT.                                            03650000
036600     MOVE 0 TO KT-PICKED                                          03660000
036700     IF OR-ORIG-CHECK-NO NUMERIC                                  03670000
036800         MOVE 1 TO KT-SUB                                         03680000
036900         PERFORM 345-CHECK-SCAN                                   03690000
037000           UNTIL KT-PICKED > 0                                    03700000
037100           OR KT-SUB > KT-COUNT                                   03710000
037200     END-IF                                                       03720000
037300     IF KT-PICKED = 0                                             03730000
037400         MOVE '** ORIGINAL CHECK NOT ON CHKMSTR' TO PR-NOTE       03740000
037500         PERFORM 390-PRINT-REJECT-LINE                            03750000
037600     ELSE                                                         03760000
037700         IF KT-ID-NUMBER (KT-PICKED) NOT = OR-ID-NUMBER           03770000
037800             MOVE '** ORIGINAL CHECK IS ANOTHER PAYEE'            03780000
037900                 TO PR-NOTE                                       03790000
038000             PERFORM 390-PRINT-REJECT-LINE                        03800000
038100         ELSE                                                     03810000
038200             IF KT-STATUS (KT-PICKED) NOT = 'O'                   03820000
038300                 MOVE '** ORIGINAL CHECK NOT OUTSTANDING'         03830000
038400                     TO PR-NOTE                                   03840000
038500                 PERFORM 390-PRINT-REJECT-LINE                    03850000
038600             END-IF                                               03860000
038700         END-IF                                                   03870000
038800     END-IF                                                       03880000
038900     .                                                            03890000
039000                                                                  03900000
039100 345-CHECK-SCAN.                                                  03910000
039200     IF KT-CHECK-NO (KT-SUB) = OR-ORIG-CHECK-NO                   03920000
039300         MOVE KT-SUB TO KT-PICKED                                 03930000
039400     ELSE                                                         03940000
039500         ADD 1 TO KT-SUB                                          03950000
039600     END-IF                                                       03960000
039700     .                                                            03970000
039800                                                                  03980000
039900 390-PRINT-REJECT-LINE.                                           03990000
040000     MOVE "YES" TO WS-REJECT-FLAG                                 04000000
040100     MOVE OR-ID-NUMBER TO PR-ID-NUMBER                            04010000
040200     MOVE OR-REASON TO PR-REASON                                  04020000
040300     PERFORM 700-PRINT-LINE                                       04030000
040400     .                                                            04040000
040500                                                                  04050000
040600 400-POST-PAYMENT.                                                04060000
040700     PERFORM 420-BUILD-ARCHIVE-REC                                04070000
040800     PERFORM 430-WRITE-ARCHIVE                                    04080000
040900     ADD 1 TO WS-WRITE-COUNT                                      04090000
041000     PERFORM 440-POST-YTD                                         04100000
041100     ADD 1 TO POST-COUNT                                          04110000
041200     ADD OR-GROSS TO POST-GROSS                                   04120000
041300     ADD OC-NET TO POST-NET                                       04130000
041400     MOVE OC-NET TO OC-CHECK-AMOUNT                               04140000
041500     MOVE OR-GROSS TO PR-GROSS                                    04150000
041600     MOVE OC-DEDS TO PR-DEDS                                      04160000
041700     IF OR-REASON = 'B'                                           04170000
041800         MOVE 'BONUS' TO PR-NOTE                                  04180000
041900     ELSE                                                         04190000
042000         MOVE 'MISSED PAY' TO PR-NOTE                             04200000
042100     END-IF                                                       04210000
042200     PERFORM 600-ISSUE-CHECK                                      04220000
042300     .                                                            04230000
042400                                                                  04240000
042500 420-BUILD-ARCHIVE-REC.                                           04250000
042600     MOVE EMP-DIV TO PAY-DIV                                      04260000
042700     MOVE EMP-DEPT TO PAY-DEPT                                    04270000
042800     MOVE EMP-DEPT-NAME TO PAY-DEPT-NAME                          04280000
042900     MOVE EMP-LAST-NAME TO PAY-LAST-NAME                          04290000
043000     MOVE EMP-FIRST-NAME TO PAY-FIRST-NAME                        04300000
043100     MOVE EMP-ID-NUMBER TO PAY-ID-NUMBER                          04310000
043200     MOVE 'S' TO PAY-PAY-TYPE                                     04320000
043300     MOVE ZERO TO PAY-HOURS-WORKED                                04330000
043400     MOVE OR-GROSS TO PAY-EMP-RATE                                04340000
043500     MOVE OC-DEDS TO PAY-EMP-DEDS                                 04350000
043600     MOVE WS-PERIOD-END TO PAY-PERIOD-END-DATE                    04360000
043700     MOVE OR-DED-TAX TO PAY-DED-TAX                               04370000
043800     MOVE OR-DED-INS TO PAY-DED-INS                               04380000
043900     MOVE OR-DED-RET TO PAY-DED-RET                               04390000
044000     MOVE OR-DED-GARN TO PAY-DED-GARN                             04400000
044100     MOVE 'O' TO PAY-ADJ-IND                                      04410000
044200     MOVE MM TO PAY-ADJ-MM                                        04420000
044300     MOVE DD TO PAY-ADJ-DD                                        04430000
044400     MOVE YY TO PAY-ADJ-YY                                        04440000
044500     MOVE EMP-COMPANY TO PAY-COMPANY                              04450000
044600     .                                                            04460000
044602                                                                  04460200
044604 430-WRITE-ARCHIVE.                                               04460400
044606     MOVE PAY-ID-NUMBER TO AX-ID-NUMBER                           04460600
044608     MOVE PAY-PERIOD-END-YY TO WS-KEY-YY                          04460800
044610     MOVE PAY-PERIOD-END-MM TO WS-KEY-MM                          04461000
044612     MOVE PAY-PERIOD-END-DD TO WS-KEY-DD                          04461200
044614     MOVE WS-KEY-YMD TO AX-PERIOD-YMD                             04461400
044616     MOVE 0 TO AX-SEQ                                             04461600
044618     MOVE WS-PAY-REC TO AX-PAY-DATA                               04461800
044620     MOVE "NO" TO WS-AX-WRITTEN-FLAG                              04462000
044622     PERFORM 435-WRITE-NEXT-SEQ                                   04462200
044624       UNTIL WS-AX-WRITTEN-FLAG = "YES"                           04462400
044626       OR AX-SEQ = 999                                            04462600
044628     IF WS-AX-WRITTEN-FLAG = "NO"                                 04462800
044630         ADD 1 TO ARCH-FAIL-COUNT                                 04463000
044632     END-IF                                                       04463200
044634     .                                                            04463400
044636                                                                  04463600
044638 435-WRITE-NEXT-SEQ.                                              04463800
044640     ADD 1 TO AX-SEQ                                              04464000
044642     WRITE AX-REC                                                 04464200
044644       INVALID KEY                                                04464400
044646         MOVE "NO" TO WS-AX-WRITTEN-FLAG                          04464600
044648       NOT INVALID KEY                                            04464800
044650         MOVE "YES" TO WS-AX-WRITTEN-FLAG                         04465000
044652     END-WRITE                                                    04465200
044654     .                                                            04465400
044700                                                                  04470000
044800 440-POST-YTD.                                                    04480000
044900     MOVE PAY-ID-NUMBER TO YTD-ID-NUMBER                          04490000
045000     READ YTD-FILE                                                04500000
045100       INVALID KEY                                                04510000
045200         MOVE PAY-ID-NUMBER TO YTD-ID-NUMBER                      04520000
045300         MOVE ZERO TO YTD-HR-USED                                 04530000
045400         MOVE OR-GROSS TO YTD-REG-PAY                             04540000
045500         MOVE ZERO TO YTD-OT-PAY                                  04550000
045600         MOVE OC-DEDS TO YTD-DEDS                                 04560000
045700         MOVE OC-NET TO YTD-NET-PAY                               04570000
045800         WRITE YTD-REC                                            04580000
045900       NOT INVALID KEY                                            04590000
046000         ADD OR-GROSS TO YTD-REG-PAY                              04600000
046100         ADD OC-DEDS TO YTD-DEDS                                  04610000
046200         ADD OC-NET TO YTD-NET-PAY                                04620000
046300         REWRITE YTD-REC                                          04630000
046400     END-READ                                                     04640000
046500     .                                                            04650000
046600                                                                  04660000
046700 500-REPLACE-CHECK.                                               04670000
046800     MOVE 'S' TO KT-STATUS (KT-PICKED)                            04680000
046900     ADD 1 TO STOP-COUNT                                          04690000
047000     ADD KT-AMOUNT (KT-PICKED) TO STOP-AMOUNT                     04700000
047100     MOVE KT-AMOUNT (KT-PICKED) TO OC-CHECK-AMOUNT                04710000
047200     MOVE KT-CHECK-NO (KT-PICKED) TO WS-RN-CHECK-NO               04720000
047300     MOVE WS-REPLACE-NOTE TO PR-NOTE                              04730000
047400     PERFORM 600-ISSUE-CHECK                                      04740000
047500     .                                                            04750000
047600                                                                  04760000
047700 600-ISSUE-CHECK.                                                 04770000
047800     MOVE WS-CHECK-NO TO PR-CHECK-NO                              04780000
047900     MOVE EMP-ID-NUMBER TO PR-ID-NUMBER                           04790000
048000     MOVE EMP-LAST-NAME TO PR-LAST-NAME                           04800000
048100     MOVE OR-REASON TO PR-REASON                                  04810000
048200     MOVE OC-CHECK-AMOUNT TO PR-NET                               04820000
048300     PERFORM 700-PRINT-LINE                                       04830000
048400     MOVE EMP-LAST-NAME TO WS-CM-LAST                             04840000
048500     MOVE EMP-FIRST-NAME TO WS-CM-FIRST                           04850000
048600     ADD 1 TO KT-COUNT                                            04860000
048700     MOVE WS-CHECK-NO TO KT-CHECK-NO (KT-COUNT)                   04870000
048800     MOVE EMP-ID-NUMBER TO KT-ID-NUMBER (KT-COUNT)                04880000
048900     MOVE WS-CM-PAYEE TO KT-PAYEE-NAME (KT-COUNT)                 04890000
049000     MOVE WS-DATE TO KT-ISSUE-DATE (KT-COUNT)                     04900000
049100     MOVE OC-CHECK-AMOUNT TO KT-AMOUNT (KT-COUNT)                 04910000
049200     MOVE 'O' TO KT-STATUS (KT-COUNT)                             04920000
049300     MOVE ZERO TO KT-PAID-DATE (KT-COUNT)                         04930000
049400     ADD 1 TO WS-CHECK-NO                                         04940000
049500     ADD 1 TO CHECK-COUNT                                         04950000
049600     ADD OC-CHECK-AMOUNT TO CHECK-AMOUNT                          04960000
049700     .                                                            04970000
049800                                                                  04980000
049900 700-PRINT-LINE.                                                  04990000
050000     PERFORM 750-WRITE                                            05000000
050100     IF WS-LINE-COUNT > 50                                        05010000
050200         PERFORM 800-PRINT-HEADINGS                               05020000
050300     END-IF                                                       05030000
050400     .                                                            05040000
050500                                                                  05050000
050600 750-WRITE.                                                       05060000
050700     WRITE PRINT-REC FROM WS-PRINT-REC                            05070000
050800       AFTER ADVANCING WS-SPACING LINES                           05080000
050900     END-WRITE                                                    05090000
051000     ADD WS-SPACING TO WS-LINE-COUNT                              05100000
051100     MOVE 1 TO WS-SPACING                                         05110000
051200     MOVE SPACES TO WS-PRINT-REC                                  05120000
051300     .                                                            05130000
051400                                                                  05140000
051500 800-PRINT-HEADINGS.                                              05150000
051600     ADD 1 TO WS-PAGE                                             05160000
051700     MOVE WS-PAGE TO H-PAGE                                       05170000
051800     MOVE WS-MDY-MM TO H-PER-MM                                   05180000
051900     MOVE WS-MDY-DD TO H-PER-DD                                   05190000
052000     MOVE WS-MDY-YY TO H-PER-YY                                   05200000
052100     WRITE PRINT-REC FROM HEADING-1                               05210000
052200       AFTER ADVANCING PAGE                                       05220000
052300     END-WRITE                                                    05230000
052400     MOVE HEADING-2 TO WS-PRINT-REC                               05240000
052500     MOVE 2 TO WS-SPACING                                         05250000
052600     PERFORM 750-WRITE                                            05260000
052700     MOVE 2 TO WS-SPACING                                         05270000
052800     MOVE 0 TO WS-LINE-COUNT                                      05280000
052900     .                                                            05290000
053000                                                                  05300000
053100 830-READ-CHECK-CONTROL.                                          05310000
053200     OPEN INPUT CHECK-CONTROL-FILE                                05320000
053300     READ CHECK-CONTROL-FILE                                      05330000
053400       AT END                                                     05340000
053500         MOVE 1 TO WS-CHECK-NO                                    05350000
053600       NOT AT END                                                 05360000
053700         MOVE CC-NEXT-CHECK-NO TO WS-CHECK-NO                     05370000
053800     END-READ                                                     05380000
053900     CLOSE CHECK-CONTROL-FILE                                     05390000
054000     .                                                            05400000
054100                                                                  05410000
054200 835-REWRITE-CHECK-CONTROL.                                       05420000
054300     OPEN OUTPUT CHECK-CONTROL-FILE                               05430000
054400     MOVE WS-CHECK-NO TO CC-NEXT-CHECK-NO                         05440000
054500     WRITE CC-REC                                                 05450000
054600     CLOSE CHECK-CONTROL-FILE                                     05460000
054700     .                                                            05470000
054800                                                                  05480000
054900 840-FIND-OPEN-PERIOD.                                            05490000
055000     MOVE ZERO TO WS-PERIOD-END                                   05500000
055100     OPEN INPUT PERIOD-CONTROL-FILE                               05510000
055200     PERFORM 841-READ-PERIOD                                      05520000
055300       UNTIL WS-PPC-EOF-FLAG = "YES"                              05530000
055400       OR WS-PERIOD-END > 0                                       05540000
055500     CLOSE PERIOD-CONTROL-FILE                                    05550000
055600     IF WS-PERIOD-END = 0                                         05560000
055700         MOVE MM TO WS-MDY-MM                                     05570000
055800         MOVE DD TO WS-MDY-DD                                     05580000
055900         MOVE YY TO WS-MDY-YY                                     05590000
056000         MOVE WS-MDY-PARTS TO WS-PERIOD-END                       05600000
056100     ELSE                                                         05610000
056200         MOVE WS-PERIOD-END TO WS-MDY-PARTS                       05620000
056300     END-IF                                                       05630000
056400     .                                                            05640000
056500                                                                  05650000
056600 841-READ-PERIOD.                                                 05660000
056700     READ PERIOD-CONTROL-FILE                                     05670000
056800       AT END                                                     05680000
056900         MOVE "YES" TO WS-PPC-EOF-FLAG                            05690000
057000       NOT AT END                                                 05700000
057100         IF PPC-STATUS = 'O'                                      05710000
057200             MOVE PPC-PERIOD-END-DATE TO WS-PERIOD-END            05720000
057300         END-IF                                                   05730000
057400     END-READ                                                     05740000
057500     .                                                            05750000
057600                                                                  05760000
057700 845-LOAD-CHECK-MASTER.                                           05770000
057800     OPEN INPUT CHECK-MASTER-FILE                                 05780000
057900     MOVE 0 TO KT-COUNT                                           05790000
058000     PERFORM 846-READ-CHECK-ROW                                   05800000
058100       UNTIL WS-KT-EOF-FLAG = "YES"                               05810000
058200     CLOSE CHECK-MASTER-FILE                                      05820000
058300     .                                                            05830000
058400                                                                  05840000
058500 846-READ-CHECK-ROW.                                              05850000
058600     READ CHECK-MASTER-FILE                                       05860000
058700       AT END                                                     05870000
058800         MOVE "YES" TO WS-KT-EOF-FLAG                             05880000
058900       NOT AT END                                                 05890000
059000         IF KT-COUNT < 1000                                       05900000
059100             ADD 1 TO KT-COUNT                                    05910000
059200             MOVE CM-CHECK-NO TO KT-CHECK-NO (KT-COUNT)           05920000
059300             MOVE CM-ID-NUMBER TO KT-ID-NUMBER (KT-COUNT)         05930000
059400             MOVE CM-PAYEE-NAME TO KT-PAYEE-NAME (KT-COUNT)       05940000
059500             MOVE CM-ISSUE-DATE TO KT-ISSUE-DATE (KT-COUNT)       05950000
059600             MOVE CM-AMOUNT TO KT-AMOUNT (KT-COUNT)               05960000
059700             MOVE CM-STATUS TO KT-STATUS (KT-COUNT)               05970000
059800             MOVE CM-PAID-DATE TO KT-PAID-DATE (KT-COUNT)         05980000
059900         ELSE                                                     05990000
060000             ADD 1 TO KT-DROPPED-COUNT                            06000000
060100         END-IF                                                   06010000
060200     END-READ                                                     06020000
060300     .                                                            06030000
060400                                                                  06040000
060500 850-GET-DATE.                                                    06050000
060600     ACCEPT WS-DATE FROM DATE                                     06060000
060700     MOVE MM TO H-MM                                              06070000
060800     MOVE DD TO H-DD                                              06080000
060900     MOVE YY TO H-YY                                              06090000
061000     ACCEPT WS-TIME FROM TIME                                     06100000
061100     MOVE HH TO H-HH                                              06110000
061200     MOVE MN TO H-MN                                              06120000
061300     .                                                            06130000
061400                                                                  06140000
061500 900-PRINT-FINAL-TOTALS.                                          06150000
061600     MOVE SPACES TO WS-PRINT-REC                                  06160000
061700     MOVE 2 TO WS-SPACING                                         06170000
061800     MOVE 'PAYMENTS POSTED - GROSS:' TO TL-LABEL                  06180000
061900     MOVE POST-COUNT TO TL-COUNT                                  06190000
062000     MOVE POST-GROSS TO TL-AMOUNT                                 06200000
062100     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06210000
062200     PERFORM 700-PRINT-LINE                                       06220000
062300     MOVE SPACES TO WS-PRINT-REC                                  06230000
062400     MOVE 'PAYMENTS POSTED - NET:' TO TL-LABEL                    06240000
062500     MOVE POST-COUNT TO TL-COUNT                                  06250000
062600     MOVE POST-NET TO TL-AMOUNT                                   06260000
062700     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06270000
062800     PERFORM 700-PRINT-LINE                                       06280000
062900     MOVE SPACES TO WS-PRINT-REC                                  06290000
063000     MOVE 'CHECKS WRITTEN:' TO TL-LABEL                           06300000
063100     MOVE CHECK-COUNT TO TL-COUNT                                 06310000
063200     MOVE CHECK-AMOUNT TO TL-AMOUNT                               06320000
063300     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06330000
063400     PERFORM 700-PRINT-LINE                                       06340000
063500     MOVE SPACES TO WS-PRINT-REC                                  06350000
063600     MOVE 'LOST CHECKS STOPPED:' TO TL-LABEL                      06360000
063700     MOVE STOP-COUNT TO TL-COUNT                                  06370000
063800     MOVE STOP-AMOUNT TO TL-AMOUNT                                06380000
063900     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06390000
064000     PERFORM 700-PRINT-LINE                                       06400000
064100     MOVE SPACES TO WS-PRINT-REC                                  06410000
064200     MOVE 'CARDS REJECTED:' TO TL-LABEL                           06420000
064300     MOVE EXC-COUNT TO TL-COUNT                                   06430000
064400     MOVE 0 TO TL-AMOUNT                                          06440000
064500     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06450000
064600     PERFORM 700-PRINT-LINE                                       06460000
064700     IF KT-DROPPED-COUNT > 0                                      06470000
064800         MOVE SPACES TO WS-PRINT-REC                              06480000
064900         MOVE 'CHECKS NOT LOADED:' TO TL-LABEL                    06490000
065000         MOVE KT-DROPPED-COUNT TO TL-COUNT                        06500000
065100         MOVE 0 TO TL-AMOUNT                                      06510000
065200         MOVE WS-TOTAL-LINE TO PR-DETAIL                          06520000
065300         PERFORM 700-PRINT-LINE                                   06530000
065400     END-IF                                                       06540000
065410     IF ARCH-FAIL-COUNT > 0                                       06541000
065420         MOVE SPACES TO WS-PRINT-REC                              06542000
065430         MOVE 'ARCHIVE ADDS FAILED:' TO TL-LABEL                  06543000
065440         MOVE ARCH-FAIL-COUNT TO TL-COUNT                         06544000
065450         MOVE 0 TO TL-AMOUNT                                      06545000
065460         MOVE WS-TOTAL-LINE TO PR-DETAIL                          06546000
065470         PERFORM 700-PRINT-LINE                                   06547000
065480     END-IF                                                       06548000
065500     MOVE SPACES TO WS-PRINT-REC                                  06550000
065600     MOVE REC-COUNT TO WS-REC-COUNT-ED                            06560000
065700     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          06570000
065800     PERFORM 700-PRINT-LINE                                       06580000
065900     .                                                            06590000
066000                                                                  06600000
066100 980-REWRITE-CHECK-MASTER.                                        06610000
066200     OPEN OUTPUT CHECK-MASTER-FILE                                06620000
066300     MOVE 1 TO KT-SUB                                             06630000
066400     PERFORM 981-WRITE-CHECK-ROW                                  06640000
066500       UNTIL KT-SUB > KT-COUNT                                    06650000
066600     CLOSE CHECK-MASTER-FILE                                      06660000
066700     .                                                            06670000
066800                                                                  06680000
066900 981-WRITE-CHECK-ROW.                                             06690000
067000     MOVE KT-CHECK-NO (KT-SUB) TO CM-CHECK-NO                     06700000
067100     MOVE KT-ID-NUMBER (KT-SUB) TO CM-ID-NUMBER                   06710000
067200     MOVE KT-PAYEE-NAME (KT-SUB) TO CM-PAYEE-NAME                 06720000
067300     MOVE KT-ISSUE-DATE (KT-SUB) TO CM-ISSUE-DATE                 06730000
067400     MOVE KT-AMOUNT (KT-SUB) TO CM-AMOUNT                         06740000
067500     MOVE KT-STATUS (KT-SUB) TO CM-STATUS                         06750000
067600     MOVE KT-PAID-DATE (KT-SUB) TO CM-PAID-DATE                   06760000
067700     WRITE CM-REC                                                 06770000
067800     ADD 1 TO KT-SUB                                              06780000
067900     .                                                            06790000
068000                                                                  06800000
068100 985-WRITE-AUDIT-LOG.                                             06810000
068200     OPEN EXTEND AUDIT-FILE                                       06820000
068300     MOVE 'OFFCYCLE' TO AUD-PROGRAM                               06830000
068400     MOVE WS-DATE TO AUD-RUN-DATE                                 06840000
068500     MOVE WS-TIME TO AUD-RUN-TIME                                 06850000
068600     MOVE WS-PERIOD-END TO AUD-PERIOD-END                         06860000
068700     MOVE REC-COUNT TO AUD-RECS-READ                              06870000
068800     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      06880000
068900     MOVE EXC-COUNT TO AUD-EXC-COUNT                              06890000
069000     MOVE RETURN-CODE TO AUD-RETURN-CODE                          06900000
069100     WRITE AUD-REC                                                06910000
069200     CLOSE AUDIT-FILE                                             06920000
069300     .                                                            06930000
069400                                                                  06940000
069500 986-WRITE-BALANCING.                                             06950000
069600     OPEN EXTEND BALANCE-FILE                                     06960000
069700     MOVE 'OFFCYCLE' TO BC-PROGRAM                                06970000
069800     MOVE WS-PERIOD-END TO BC-PERIOD-END                          06980000
069900     MOVE 'OFFPOST' TO BC-LEG                                     06990000
070000     MOVE POST-COUNT TO BC-COUNT                                  07000000
070100     MOVE POST-NET TO BC-AMOUNT                                   07010000
070200     WRITE BC-REC                                                 07020000
070300     MOVE 'OFFCHECK' TO BC-LEG                                    07030000
070400     MOVE CHECK-COUNT TO BC-COUNT                                 07040000
070500     MOVE CHECK-AMOUNT TO BC-AMOUNT                               07050000
070600     WRITE BC-REC                                                 07060000
070700     MOVE 'OFFSTOP' TO BC-LEG                                     07070000
070800     MOVE STOP-COUNT TO BC-COUNT                                  07080000
070900     MOVE STOP-AMOUNT TO BC-AMOUNT                                07090000
071000     WRITE BC-REC                                                 07100000
071100     CLOSE BALANCE-FILE                                           07110000
071200     .                                                            07120000
