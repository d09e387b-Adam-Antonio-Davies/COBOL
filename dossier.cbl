000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    DOSSIER.                                          00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    SINGLE-EMPLOYEE PAY HISTORY DOSSIER.  REQUEST-CARD      *    00070000
000800*    DRIVEN (CARDS LIKE STUBDUP'S REQCARD):  EACH CARD NAMES *    00080000
000900*    AN EMPLOYEE NUMBER AND A PERIOD-END RANGE (MMDDYY, FROM *    00090000
001000*    AND TO; A BLANK DATE LEAVES THAT END OPEN).  EACH CARD  *    00100000
001100*    PRINTS ONE PACKET, STARTING ON A COVER PAGE, WITH THE   *    00110000
001200*    EMPMSTR PROFILE, EVERY PAYARCH PERIOD IN THE RANGE      *    00120000
001300*    (CLOSED YEARS FROM THE ARCHGEN GENERATIONS, READ FIRST),*    00130000
001400*    THE YTDMSTR RECORD AND EACH YTDHIST YEAR, THE LEAVEMST  *    00140000
001500*    BALANCES, THE GARNMSTR ORDERS AND BALANCES, THE         *    00150000
001600*    BANKMSTR ACCOUNTS (ACCOUNT NUMBERS MASKED AS PAYNET     *    00160000
001700*    MASKS THEM) AND EVERY CHKMSTR CHECK WITH ITS STATUS,    *    00170000
001800*    THEN THE PACKET'S CONTROL TOTALS.  THE SSN IS PRINTED   *    00180000
001900*    TO ITS LAST FOUR DIGITS ONLY.  EVERY PAGE IS MARKED     *    00190000
002000*    CONFIDENTIAL AND PAGES ARE NUMBERED WITHIN THE PACKET.  *    00200000
002100*    NO USABLE CARD REFUSES THE RUN (RC 8); A REFUSED CARD   *    00210000
002200*    OR AN EMPLOYEE NOT ON EMPMSTR ENDS IT WITH RC 4.        *    00220000
002300*                                                            *    00230000
002400**************************************************************    00240000
002500                                                                  00250000
002600 ENVIRONMENT DIVISION.                                            00260000
002700 CONFIGURATION SECTION.                                           00270000
002800 SOURCE-COMPUTER.                                                 00280000
002900     Z13                                                          00290000
003000     WITH DEBUGGING MODE                                          00300000
003100     .                                                            00310000
003200                                                                  00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400                                                                  00340000
003500 FILE-CONTROL.                                                    00350000
003600     SELECT OPTIONAL REQUEST-FILE  ASSIGN TO REQCARD.             00360000
003700     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00370000
003800     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00380000
003900         ORGANIZATION IS INDEXED                                  00390000
004000         ACCESS IS RANDOM                                         00400000
004100         RECORD KEY IS EMP-ID-NUMBER.                             00410000
004200     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00420000
004300         ORGANIZATION IS INDEXED                                  00430000
004400         ACCESS IS DYNAMIC                                        00440000
004500         RECORD KEY IS AX-KEY.                                    00450000
004600     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00460000
004700     SELECT OPTIONAL YTD-FILE      ASSIGN TO YTDMSTR              00470000
004800         ORGANIZATION IS INDEXED                                  00480000
004900         ACCESS IS RANDOM                                         00490000
005000         RECORD KEY IS YTD-ID-NUMBER.                             00500000
005100     SELECT OPTIONAL YTD-HISTORY-FILE ASSIGN TO YTDHIST.          00510000
005200     SELECT OPTIONAL LEAVE-FILE    ASSIGN TO LEAVEMST             00520000
005300         ORGANIZATION IS INDEXED                                  00530000
005400         ACCESS IS RANDOM                                         00540000
005500         RECORD KEY IS LV-ID-NUMBER.                              00550000
005600     SELECT OPTIONAL GARN-MASTER-FILE ASSIGN TO GARNMSTR.         00560000
005700     SELECT OPTIONAL BANK-MASTER-FILE ASSIGN TO BANKMSTR.         00570000
005800     SELECT OPTIONAL CHECK-MASTER-FILE ASSIGN TO CHKMSTR.         00580000
005900     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00590000
006000                                                                  00600000
006100 DATA DIVISION.                                                   00610000
006200 FILE SECTION.                                                    00620000
006300                                                                  00630000
006400 FD  REQUEST-FILE                                                 00640000
006500     RECORDING MODE IS F.                                         00650000
006600 01  RQ-REC.                                                      00660000
006700     10  RQ-ID-NUMBER              PIC X(05).                     00670000
006800     10  RQ-FROM-PERIOD            PIC X(06).                     00680000
006900     10  RQ-FROM-PERIOD-N REDEFINES RQ-FROM-PERIOD                00690000
007000                                   PIC 9(06).                     00700000
007100     10  RQ-TO-PERIOD              PIC X(06).                     00710000
007200     10  RQ-TO-PERIOD-N REDEFINES RQ-TO-PERIOD                    00720000
007300                                   PIC 9(06).                     00730000
007400     10  FILLER                    PIC X(63).                     00740000
007500                                                                  00750000
007600 FD  PRINT-FILE                                                   00760000
007700     RECORDING MODE IS F.                                         00770000
007800 01  PRINT-REC.                                                   00780000
007900     10  FILLER                    PIC X(132).                    00790000
008000                                                                  00800000
008100 FD  EMPLOYEE-MASTER-FILE.                                        00810000
008200     COPY EMPMSTR.                                                00820000
008300                                                                  00830000
008400 FD  PAY-ARCHIVE-FILE.                                            00840000
008500     COPY ARCHIDX.                                                00850000
008600                                                                  00860000
008700 FD  ARCH-GEN-FILE                                                00870000
008800     RECORDING MODE IS F.                                         00880000
008900     COPY ARCHGEN.                                                00890000
009000                                                                  00900000
009100 FD  YTD-FILE.                                                    00910000
009200     COPY YTDMSTR.                                                00920000
009300                                                                  00930000
009400 FD  YTD-HISTORY-FILE                                             00940000
009500     RECORDING MODE IS F.                                         00950000
009600     COPY YTDHIST.                                                00960000
009700                                                                  00970000
009800 FD  LEAVE-FILE.                                                  00980000
009900     COPY LEAVEMST.                                               00990000
010000                                                                  01000000
010100 FD  GARN-MASTER-FILE                                             01010000
010200     RECORDING MODE IS F.                                         01020000
010300     COPY GARNMSTR.                                               01030000
010400                                                                  01040000
010500 FD  BANK-MASTER-FILE                                             01050000
010600     RECORDING MODE IS F.                                         01060000
010700     COPY BANKMSTR.                                               01070000
010800                                                                  01080000
010900 FD  CHECK-MASTER-FILE                                            01090000
011000     RECORDING MODE IS F.                                         01100000
011100     COPY CHKMSTR.                                                01110000
011200                                                                  01120000
011300 FD  AUDIT-FILE                                                   01130000
011400     RECORDING MODE IS F.                                         01140000
011500     COPY AUDITLOG.                                               01150000
011600                                                                  01160000
011700 WORKING-STORAGE SECTION.                                         01170000
011800                                                                  01180000
011900 01  WS-COUNTERS-FLAGS.                                           01190000
012000     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01200000
012100     10  WS-SPACING                PIC 9(01) VALUE 2.             01210000
012200     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01220000
012300     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01230000
012400     10  WS-PAGE                   PIC 9(03) VALUE 0.             01240000
012500     10  PACKET-COUNT              PIC 9(05) VALUE ZERO.          01250000
012600     10  REFUSED-COUNT             PIC 9(05) VALUE ZERO.          01260000
012700     10  NOT-ON-MASTER-COUNT       PIC 9(05) VALUE ZERO.          01270000
012800     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01280000
012900     10  RUN-ARCH-COUNT            PIC 9(07) VALUE ZERO.          01290000
013000     10  WS-CARD-OK-FLAG           PIC X(03) VALUE "NO".          01300000
013100     10  EMP-FOUND-FLAG            PIC X(03) VALUE "NO".          01310000
013200     10  YTD-FOUND-FLAG            PIC X(03) VALUE "NO".          01320000
013300     10  LV-FOUND-FLAG             PIC X(03) VALUE "NO".          01330000
013400     10  AG-EOF-FLAG               PIC X(03) VALUE "NO".          01340000
013500     10  AX-EOF-FLAG               PIC X(03) VALUE "NO".          01350000
013600     10  YH-EOF-FLAG               PIC X(03) VALUE "NO".          01360000
013700     10  GO-EOF-FLAG               PIC X(03) VALUE "NO".          01370000
013800     10  BM-EOF-FLAG               PIC X(03) VALUE "NO".          01380000
013900     10  CM-EOF-FLAG               PIC X(03) VALUE "NO".          01390000
014000                                                                  01400000
014100 01  PACKET-FIELDS.                                               01410000
014200     10  WS-PK-ID-NUMBER           PIC X(05) VALUE SPACES.        01420000
014300     10  WS-PK-NAME                PIC X(23) VALUE SPACES.        01430000
014400     10  WS-PK-FROM-YMD            PIC 9(06) VALUE ZERO.          01440000
014500     10  WS-PK-TO-YMD              PIC 9(06) VALUE ZERO.          01450000
014600     10  WS-PK-FROM-MDY            PIC 9(06) VALUE ZERO.          01460000
014700     10  WS-PK-TO-MDY              PIC 9(06) VALUE ZERO.          01470000
014800     10  WS-REC-YMD                PIC 9(06) VALUE ZERO.          01480000
014900     10  WS-ARCH-SOURCE            PIC X(08) VALUE SPACES.        01490000
015000                                                                  01500000
015100 01  PACKET-TOTALS.                                               01510000
015200     10  PT-ARCH-COUNT             PIC 9(05) VALUE ZERO.          01520000
015300     10  PT-ARCH-HOURS             PIC 9(07)V9 VALUE ZERO.        01530000
015400     10  PT-ARCH-RATE              PIC 9(07)V99 VALUE ZERO.       01540000
015500     10  PT-ARCH-DEDS              PIC 9(07)V99 VALUE ZERO.       01550000
015600     10  PT-HIST-COUNT             PIC 9(05) VALUE ZERO.          01560000
015700     10  PT-GARN-COUNT             PIC 9(05) VALUE ZERO.          01570000
015800     10  PT-GARN-BALANCE           PIC S9(07)V99 VALUE ZERO.      01580000
015900     10  PT-BANK-COUNT             PIC 9(05) VALUE ZERO.          01590000
016000     10  PT-CHECK-COUNT            PIC 9(05) VALUE ZERO.          01600000
016100     10  PT-CHECK-AMOUNT           PIC S9(09)V99 VALUE ZERO.      01610000
016200     10  PT-OUTST-COUNT            PIC 9(05) VALUE ZERO.          01620000
016300     10  PT-OUTST-AMOUNT           PIC S9(09)V99 VALUE ZERO.      01630000
016400                                                                  01640000
016500 01  WS-MDY-PARTS.                                                01650000
016600     10  WS-MDY-MM                 PIC 9(02).                     01660000
016700     10  WS-MDY-DD                 PIC 9(02).                     01670000
016800     10  WS-MDY-YY                 PIC 9(02).                     01680000
016900 01  WS-MDY-NUM REDEFINES WS-MDY-PARTS                            01690000
017000                                   PIC 9(06).                     01700000
017100                                                                  01710000
017200 01  WS-YMD-PARTS.                                                01720000
017300     10  WS-YMD-YY                 PIC 9(02).                     01730000
017400     10  WS-YMD-MM                 PIC 9(02).                     01740000
017500     10  WS-YMD-DD                 PIC 9(02).                     01750000
017600 01  WS-YMD-NUM REDEFINES WS-YMD-PARTS                            01760000
017700                                   PIC 9(06).                     01770000
017800                                                                  01780000
017900 01  WS-SSN-IN                     PIC X(09).                     01790000
018000 01  FILLER REDEFINES WS-SSN-IN.                                  01800000
018100     10  WS-SSN-AREA               PIC X(03).                     01810000
018200     10  WS-SSN-GROUP              PIC X(02).                     01820000
018300     10  WS-SSN-SERIAL             PIC X(04).                     01830000
018400 01  WS-SSN-MASKED.                                               01840000
018500     10  FILLER                    PIC X(07) VALUE '***-**-'.     01850000
018600     10  WS-SSN-LAST4              PIC X(04).                     01860000
018700                                                                  01870000
018800 01  MASK-FIELDS.                                                 01880000
018900     10  WS-MASK-IN                PIC X(17).                     01890000
019000     10  FILLER REDEFINES WS-MASK-IN.                             01900000
019100         15  WS-MASK-CH            OCCURS 17 TIMES PIC X(01).     01910000
019200     10  WS-MASK-OUT               PIC X(17).                     01920000
019300     10  FILLER REDEFINES WS-MASK-OUT.                            01930000
019400         15  WS-MASK-OCH           OCCURS 17 TIMES PIC X(01).     01940000
019500     10  MSK-SUB                   PIC S9(02) VALUE 0.            01950000
019600     10  MSK-END                   PIC S9(02) VALUE 0.            01960000
019700     10  MSK-START                 PIC S9(02) VALUE 0.            01970000
019800                                                                  01980000
019900 01  WS-NAME-BUILD.                                               01990000
020000     10  WS-NB-FIRST               PIC X(11).                     02000000
020100     10  FILLER                    PIC X(01) VALUE SPACE.         02010000
020200     10  WS-NB-LAST                PIC X(11).                     02020000
020300                                                                  02030000
020400 01  WS-EDIT-FIELDS.                                              02040000
020500     10  WS-ED-RATE                PIC ZZ9.99.                    02050000
020600     10  WS-ED-HOURS               PIC ZZZ,ZZ9.9-.                02060000
020700     10  WS-ED-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.            02070000
020800     10  WS-ED-DEPENDENTS          PIC Z9.                        02080000
020900                                                                  02090000
021000 01  WS-REC-COUNT-LINE.                                           02100000
021100     10  FILLER                    PIC X(14) VALUE                02110000
021200         'RECORDS READ: '.                                        02120000
021300     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     02130000
021400                                                                  02140000
021500 01  WS-TOTAL-LINE.                                               02150000
021600     10  FILLER                    PIC X(01).                     02160000
021700     10  TL-LABEL                  PIC X(30).                     02170000
021800     10  TL-COUNT                  PIC ZZ,ZZ9.                    02180000
021900                                                                  02190000
022000 01  WS-AMOUNT-LINE.                                              02200000
022100     10  FILLER                    PIC X(04).                     02210000
022200     10  AT-LABEL                  PIC X(30).                     02220000
022300     10  AT-COUNT                  PIC ZZ,ZZ9.                    02230000
022400     10  FILLER                    PIC X(04).                     02240000
022500     10  AT-AMOUNT-LABEL           PIC X(12).                     02250000
022600     10  AT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.           02260000
022700     10  FILLER                    PIC X(03).                     02270000
022800     10  AT-HOURS-LABEL            PIC X(07).                     02280000
022900     10  AT-HOURS                  PIC ZZ,ZZZ,ZZ9.9-.             02290000
023000                                                                  02300000
023100 01  WS-LABEL-LINE.                                               02310000
023200     10  FILLER                    PIC X(04).                     02320000
023300     10  LL-LABEL                  PIC X(24).                     02330000
023400     10  LL-VALUE                  PIC X(60).                     02340000
023500                                                                  02350000
023600 01  WS-SECTION-LINE.                                             02360000
023700     10  FILLER                    PIC X(01).                     02370000
023800     10  FILLER                    PIC X(03) VALUE '-- '.         02380000
023900     10  SL-TITLE                  PIC X(44).                     02390000
024000     10  SL-RANGE                  PIC X(24).                     02400000
024100     10  FILLER                    PIC X(03) VALUE ' --'.         02410000
024200                                                                  02420000
024300 01  WS-RANGE-TEXT.                                               02430000
024400     10  RT-FROM                   PIC 99/99/99.                  02440000
024500     10  FILLER                    PIC X(03) VALUE ' - '.         02450000
024600     10  RT-TO                     PIC 99/99/99.                  02460000
024700                                                                  02470000
024800 01  WS-ARCH-HEAD.                                                02480000
024900     10  FILLER                    PIC X(40) VALUE                02490000
025000         '    PERIOD    ADJ TYPE  QTY    RATE   DE'.              02500000
025100     10  FILLER                    PIC X(40) VALUE                02510000
025200         'DS     TAX     INS     RET    GARN   CO '.              02520000
025300     10  FILLER                    PIC X(40) VALUE                02530000
025400         'DV DPT  ADJ DATE  SOURCE                '.              02540000
025500                                                                  02550000
025600 01  WS-ARCH-LINE.                                                02560000
025700     10  FILLER                    PIC X(04).                     02570000
025800     10  AL-PERIOD                 PIC 99/99/99.                  02580000
025900     10  FILLER                    PIC X(03).                     02590000
026000     10  AL-ADJ                    PIC X(01).                     02600000
026100     10  FILLER                    PIC X(04).                     02610000
026200     10  AL-TYPE                   PIC X(01).                     02620000
026300     10  FILLER                    PIC X(02).                     02630000
026400     10  AL-HOURS                  PIC ZZ9.9.                     02640000
026500     10  FILLER                    PIC X(02).                     02650000
026600     10  AL-RATE                   PIC ZZ9.99.                    02660000
026700     10  FILLER                    PIC X(01).                     02670000
026800     10  AL-DEDS                   PIC ZZ9.99.                    02680000
026900     10  FILLER                    PIC X(02).                     02690000
027000     10  AL-TAX                    PIC ZZ9.99.                    02700000
027100     10  FILLER                    PIC X(02).                     02710000
027200     10  AL-INS                    PIC ZZ9.99.                    02720000
027300     10  FILLER                    PIC X(02).                     02730000
027400     10  AL-RET                    PIC ZZ9.99.                    02740000
027500     10  FILLER                    PIC X(02).                     02750000
027600     10  AL-GARN                   PIC ZZ9.99.                    02760000
027700     10  FILLER                    PIC X(02).                     02770000
027800     10  AL-COMPANY                PIC X(02).                     02780000
027900     10  FILLER                    PIC X(01).                     02790000
028000     10  AL-DIV                    PIC X(02).                     02800000
028100     10  FILLER                    PIC X(01).                     02810000
028200     10  AL-DEPT                   PIC X(03).                     02820000
028300     10  FILLER                    PIC X(02).                     02830000
028400     10  AL-ADJ-DATE               PIC X(08).                     02840000
028500     10  FILLER                    PIC X(02).                     02850000
028600     10  AL-SOURCE                 PIC X(08).                     02860000
028700                                                                  02870000
028800 01  WS-YTD-HEAD.                                                 02880000
028900     10  FILLER                    PIC X(40) VALUE                02890000
029000         '    YEAR          HOURS   REGULAR PAY   '.              02900000
029100     10  FILLER                    PIC X(40) VALUE                02910000
029200         ' OVERTIME PAY      DEDUCTIONS         NE'.              02920000
029300     10  FILLER                    PIC X(20) VALUE                02930000
029400         'T PAY               '.                                  02940000
029500                                                                  02950000
029600 01  WS-YTD-LINE.                                                 02960000
029700     10  FILLER                    PIC X(04).                     02970000
029800     10  YL-YEAR                   PIC X(07).                     02980000
029900     10  FILLER                    PIC X(02).                     02990000
030000     10  YL-HOURS                  PIC ZZZ,ZZ9.9-.                03000000
030100     10  FILLER                    PIC X(02).                     03010000
030200     10  YL-REG-PAY                PIC Z,ZZZ,ZZ9.99-.             03020000
030300     10  FILLER                    PIC X(03).                     03030000
030400     10  YL-OT-PAY                 PIC Z,ZZZ,ZZ9.99-.             03040000
030500     10  FILLER                    PIC X(03).                     03050000
030600     10  YL-DEDS                   PIC Z,ZZZ,ZZ9.99-.             03060000
030700     10  FILLER                    PIC X(03).                     03070000
030800     10  YL-NET-PAY                PIC Z,ZZZ,ZZ9.99-.             03080000
030900                                                                  03090000
031000 01  WS-LEAVE-LINE.                                               03100000
031100     10  FILLER                    PIC X(04).                     03110000
031200     10  LV-L-TYPE                 PIC X(10).                     03120000
031300     10  FILLER                    PIC X(10) VALUE 'BALANCE: '.   03130000
031400     10  LV-L-BALANCE              PIC Z,ZZ9.9-.                  03140000
031500     10  FILLER                    PIC X(16) VALUE                03150000
031600         '  ACCRUED YTD: '.                                       03160000
031700     10  LV-L-ACCRUED              PIC Z,ZZ9.9-.                  03170000
031800     10  FILLER                    PIC X(13) VALUE                03180000
031900         '  USED YTD: '.                                          03190000
032000     10  LV-L-USED                 PIC Z,ZZ9.9-.                  03200000
032100                                                                  03210000
032200 01  WS-GARN-HEAD.                                                03220000
032300     10  FILLER                    PIC X(40) VALUE                03230000
032400         '    ORDER NO  PAYEE                 ORIG'.              03240000
032500     10  FILLER                    PIC X(40) VALUE                03250000
032600         'INAL     BALANCE   PER PERIOD STATUS    '.              03260000
032700                                                                  03270000
032800 01  WS-GARN-LINE.                                                03280000
032900     10  FILLER                    PIC X(04).                     03290000
033000     10  GL-ORDER-NO               PIC X(08).                     03300000
033100     10  FILLER                    PIC X(02).                     03310000
033200     10  GL-PAYEE                  PIC X(20).                     03320000
033300     10  FILLER                    PIC X(02).                     03330000
033400     10  GL-ORIG-AMT               PIC ZZ,ZZ9.99.                 03340000
033500     10  FILLER                    PIC X(02).                     03350000
033600     10  GL-BALANCE                PIC ZZ,ZZ9.99-.                03360000
033700     10  FILLER                    PIC X(04).                     03370000
033800     10  GL-PER-AMT                PIC ZZ9.99.                    03380000
033900     10  FILLER                    PIC X(03).                     03390000
034000     10  GL-STATUS                 PIC X(10).                     03400000
034100                                                                  03410000
034200 01  WS-BANK-HEAD.                                                03420000
034300     10  FILLER                    PIC X(40) VALUE                03430000
034400         '    SEQ  ROUTING    ACCOUNT            T'.              03440000
034500     10  FILLER                    PIC X(40) VALUE                03450000
034600         'YPE      METHOD  SPLIT       AMOUNT  PER'.              03460000
034700     10  FILLER                    PIC X(20) VALUE                03470000
034800         'CENT  PRENOTE     CH'.                                  03480000
034900     10  FILLER                    PIC X(05) VALUE                03490000
035000         'ANGED'.                                                 03500000
035100                                                                  03510000
035200 01  WS-BANK-LINE.                                                03520000
035300     10  FILLER                    PIC X(04).                     03530000
035400     10  BL-SEQ                    PIC Z9.                        03540000
035500     10  FILLER                    PIC X(03).                     03550000
035600     10  BL-ROUTING                PIC X(09).                     03560000
035700     10  FILLER                    PIC X(02).                     03570000
035800     10  BL-ACCOUNT                PIC X(17).                     03580000
035900     10  FILLER                    PIC X(02).                     03590000
036000     10  BL-ACCT-TYPE              PIC X(08).                     03600000
036100     10  FILLER                    PIC X(02).                     03610000
036200     10  BL-METHOD                 PIC X(06).                     03620000
036300     10  FILLER                    PIC X(02).                     03630000
036400     10  BL-SPLIT                  PIC X(09).                     03640000
036500     10  FILLER                    PIC X(01).                     03650000
036600     10  BL-SPLIT-AMT              PIC ZZ,ZZ9.99.                 03660000
036700     10  FILLER                    PIC X(02).                     03670000
036800     10  BL-SPLIT-PCT              PIC ZZ9.99.                    03680000
036900     10  FILLER                    PIC X(02).                     03690000
037000     10  BL-PRENOTE                PIC X(10).                     03700000
037100     10  FILLER                    PIC X(02).                     03710000
037200     10  BL-CHANGED                PIC X(08).                     03720000
037300                                                                  03730000
037400 01  WS-CHECK-HEAD.                                               03740000
037500     10  FILLER                    PIC X(40) VALUE                03750000
037600         '    CHECK NO  ISSUED    PAYEE           '.              03760000
037700     10  FILLER                    PIC X(40) VALUE                03770000
037800         '               AMOUNT  STATUS       PAID'.              03780000
037900                                                                  03790000
038000 01  WS-CHECK-LINE.                                               03800000
038100     10  FILLER                    PIC X(04).                     03810000
038200     10  CL-CHECK-NO               PIC 9(08).                     03820000
038300     10  FILLER                    PIC X(02).                     03830000
038400     10  CL-ISSUE-DATE             PIC 99/99/99.                  03840000
038500     10  FILLER                    PIC X(02).                     03850000
038600     10  CL-PAYEE                  PIC X(22).                     03860000
038700     10  FILLER                    PIC X(02).                     03870000
038800     10  CL-AMOUNT                 PIC Z,ZZZ,ZZ9.99-.             03880000
038900     10  FILLER                    PIC X(02).                     03890000
039000     10  CL-STATUS                 PIC X(11).                     03900000
039100     10  FILLER                    PIC X(02).                     03910000
039200     10  CL-PAID-DATE              PIC X(08).                     03920000
039300                                                                  03930000
039400 01  WS-PAID-YMD.                                                 03940000
039500     10  WS-PAID-YY                PIC 9(02).                     03950000
039600     10  WS-PAID-MM                PIC 9(02).                     03960000
039700     10  WS-PAID-DD                PIC 9(02).                     03970000
039800 01  WS-PAID-NUM REDEFINES WS-PAID-YMD                            03980000
039900                                   PIC 9(06).                     03990000
040000 01  WS-PAID-MDY.                                                 04000000
040100     10  WS-PD-MM                  PIC 9(02).                     04010000
040200     10  WS-PD-DD                  PIC 9(02).                     04020000
040300     10  WS-PD-YY                  PIC 9(02).                     04030000
040400 01  WS-PAID-MDY-NUM REDEFINES WS-PAID-MDY                        04040000
040500                                   PIC 9(06).                     04050000
040600 01  WS-DATE-ED                    PIC 99/99/99.                  04060000
040700                                                                  04070000
040800     COPY PAYROLL.                                                04080000
040900                                                                  04090000
041000 01  WS-PRINT-REC                  VALUE SPACES.                  04100000
041100     05  PR-DETAIL                 PIC X(132).                    04110000
041200                                                                  04120000
041300 01  WS-DATE.                                                     04130000
041400     10  YY                        PIC 9(02).                     04140000
041500     10  MM                        PIC 9(02).                     04150000
041600     10  DD                        PIC 9(02).                     04160000
041700                                                                  04170000
041800 01  WS-TIME.                                                     04180000
041900     10  HH                        PIC 9(02).                     04190000
042000     10  MN                        PIC 9(02).                     04200000
042100     10  SS                        PIC 9(02).                     04210000
042200     10  MS                        PIC 9(02).                     04220000
042300                                                                  04230000
042400 01  HEADING-1.                                                   04240000
042500     10  FILLER                    PIC X(02) VALUE SPACES.        04250000
042600     10  H-DATE.                                                  04260000
042700         15  H-MM                  PIC 9(02).                     04270000
042800         15  H-SLASH1              PIC X(01) VALUE '/'.           04280000
042900         15  H-DD                  PIC 9(02).                     04290000
043000         15  H-SLASH2              PIC X(01) VALUE '/'.           04300000
043100         15  H-YY                  PIC 9(02).                     04310000
043200     10  FILLER                    PIC X(03) VALUE SPACES.        04320000
043300     10  H-TIME.                                                  04330000
043400         15  H-HH                  PIC Z9.                        04340000
043500         15  H-COLON               PIC X(01) VALUE ':'.           04350000
043600         15  H-MN                  PIC 9(02).                     04360000
043700     10  FILLER                    PIC X(04) VALUE SPACES.        04370000
043800     10  FILLER                    PIC X(24) VALUE                04380000
043900         'EMPLOYEE PAY DOSSIER -  '.                              04390000
044000     10  FILLER                    PIC X(04) VALUE 'EMP '.        04400000
044100     10  H-EMP-ID                  PIC X(05).                     04410000
044200     10  FILLER                    PIC X(02) VALUE SPACES.        04420000
044300     10  H-EMP-NAME                PIC X(23).                     04430000
044400     10  FILLER                    PIC X(10) VALUE SPACES.        04440000
044500     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      04450000
044600     10  H-PAGE                    PIC Z(03).                     04460000
044700                                                                  04470000
044800 01  HEADING-2.                                                   04480000
044900     10  FILLER                    PIC X(40) VALUE                04490000
045000         '  *** CONFIDENTIAL - PAYROLL PERSONAL DA'.              04500000
045100     10  FILLER                    PIC X(40) VALUE                04510000
045200         'TA - RESTRICTED TO AUTHORIZED REVIEW ***'.              04520000
045300                                                                  04530000
045400 PROCEDURE DIVISION.                                              04540000
045500                                                                  04550000
045600 010-START-HERE.                                                  04560000
045700     OPEN OUTPUT PRINT-FILE                                       04570000
045800     OPEN INPUT REQUEST-FILE                                      04580000
045900     OPEN INPUT EMPLOYEE-MASTER-FILE                              04590000
046000     OPEN INPUT PAY-ARCHIVE-FILE                                  04600000
046100     OPEN INPUT YTD-FILE                                          04610000
046200     OPEN INPUT LEAVE-FILE                                        04620000
046300     PERFORM 850-GET-DATE                                         04630000
046400     PERFORM 100-READ-CARD                                        04640000
046500     PERFORM 300-PROCESS-CARD                                     04650000
046600       UNTIL EOF-FLAG = "YES"                                     04660000
046700     CLOSE REQUEST-FILE                                           04670000
046800     CLOSE EMPLOYEE-MASTER-FILE                                   04680000
046900     CLOSE PAY-ARCHIVE-FILE                                       04690000
047000     CLOSE YTD-FILE                                               04700000
047100     CLOSE LEAVE-FILE                                             04710000
047200     MOVE SPACES TO WS-PK-ID-NUMBER                               04720000
047300     MOVE 'RUN CONTROL TOTALS' TO WS-PK-NAME                      04730000
047400     MOVE 0 TO WS-PAGE                                            04740000
047500     PERFORM 800-PRINT-HEADINGS                                   04750000
047600     IF PACKET-COUNT = 0                                          04760000
047700         MOVE 'NO USABLE REQUEST CARDS - RUN REFUSED'             04770000
047800             TO PR-DETAIL                                         04780000
047900         PERFORM 700-PRINT-LINE                                   04790000
048000         MOVE 8 TO RETURN-CODE                                    04800000
048100     END-IF                                                       04810000
048200     PERFORM 900-PRINT-RUN-TOTALS                                 04820000
048300     IF RETURN-CODE < 8                                           04830000
048400       AND (REFUSED-COUNT > 0 OR NOT-ON-MASTER-COUNT > 0)         04840000
048500         MOVE 4 TO RETURN-CODE                                    04850000
048600     END-IF                                                       04860000
048700     CLOSE PRINT-FILE                                             04870000
048800     PERFORM 985-WRITE-AUDIT-LOG                                  04880000
048900     GOBACK.                                                      04890000
049000                                                                  04900000
049100 100-READ-CARD.                                                   04910000
049200     READ REQUEST-FILE                                            04920000
049300       AT END                                                     04930000
049400         MOVE "YES" TO EOF-FLAG                                   04940000
049500       NOT AT END                                                 04950000
049600         ADD 1 TO REC-COUNT                                       04960000
049700     END-READ                                                     04970000
049800     .                                                            04980000
049900                                                                  04990000
050000 200-EDIT-CARD.                                                   05000000
050100     MOVE "YES" TO WS-CARD-OK-FLAG                                05010000
050200     IF RQ-ID-NUMBER = SPACES                                     05020000
050300         MOVE "NO" TO WS-CARD-OK-FLAG                             05030000
050400     END-IF                                                       05040000
050500     IF RQ-FROM-PERIOD = SPACES                                   05050000
050600         MOVE 0 TO WS-PK-FROM-YMD                                 05060000
050700         MOVE 0 TO WS-PK-FROM-MDY                                 05070000
050800     ELSE                                                         05080000
050900     IF RQ-FROM-PERIOD-N NUMERIC                                  05090000
051000         MOVE RQ-FROM-PERIOD-N TO WS-PK-FROM-MDY                  05100000
051100         MOVE RQ-FROM-PERIOD-N TO WS-MDY-NUM                      05110000
051200         PERFORM 210-MDY-TO-YMD                                   05120000
051300         MOVE WS-YMD-NUM TO WS-PK-FROM-YMD                        05130000
051400     ELSE                                                         05140000
051500         MOVE "NO" TO WS-CARD-OK-FLAG                             05150000
051600     END-IF                                                       05160000
051700     END-IF                                                       05170000
051800     IF RQ-TO-PERIOD = SPACES                                     05180000
051900         MOVE 999999 TO WS-PK-TO-YMD                              05190000
052000         MOVE 999999 TO WS-PK-TO-MDY                              05200000
052100     ELSE                                                         05210000
052200     IF RQ-TO-PERIOD-N NUMERIC                                    05220000
052300         MOVE RQ-TO-PERIOD-N TO WS-PK-TO-MDY                      05230000
052400         MOVE RQ-TO-PERIOD-N TO WS-MDY-NUM                        05240000
052500         PERFORM 210-MDY-TO-YMD                                   05250000
052600         MOVE WS-YMD-NUM TO WS-PK-TO-YMD                          05260000
052700     ELSE                                                         05270000
052800         MOVE "NO" TO WS-CARD-OK-FLAG                             05280000
052900     END-IF                                                       05290000
053000     END-IF                                                       05300000
053100     IF WS-PK-FROM-YMD > WS-PK-TO-YMD                             05310000
053200         MOVE "NO" TO WS-CARD-OK-FLAG                             05320000
053300     END-IF                                                       05330000
053400     .                                                            05340000
053500                                                                  05350000
053600 210-MDY-TO-YMD.                                                  05360000
053700     MOVE WS-MDY-YY TO WS-YMD-YY                                  05370000
053800     MOVE WS-MDY-MM TO WS-YMD-MM                                  05380000
053900     MOVE WS-MDY-DD TO WS-YMD-DD                                  05390000
054000     .                                                            05400000
054100                                                                  05410000
054200 300-PROCESS-CARD.                                                05420000
054300     PERFORM 200-EDIT-CARD                                        05430000
054400     IF WS-CARD-OK-FLAG = "NO"                                    05440000
054500         ADD 1 TO REFUSED-COUNT                                   05450000
054600         MOVE RQ-ID-NUMBER TO WS-PK-ID-NUMBER                     05460000
054700         MOVE 'REQUEST CARD REFUSED' TO WS-PK-NAME                05470000
054800         MOVE 0 TO WS-PAGE                                        05480000
054900         PERFORM 800-PRINT-HEADINGS                               05490000
055000         MOVE SPACES TO WS-LABEL-LINE                             05500000
055100         MOVE '** CARD REFUSED:' TO LL-LABEL                      05510000
055200         MOVE RQ-REC TO LL-VALUE                                  05520000
055300         MOVE WS-LABEL-LINE TO PR-DETAIL                          05530000
055400         PERFORM 700-PRINT-LINE                                   05540000
055500         MOVE 'BLANK EMPLOYEE, OR BAD OR REVERSED MMDDYY RANGE'   05550000
055600             TO LL-VALUE                                          05560000
055700         MOVE SPACES TO LL-LABEL                                  05570000
055800         MOVE WS-LABEL-LINE TO PR-DETAIL                          05580000
055900         PERFORM 700-PRINT-LINE                                   05590000
056000     ELSE                                                         05600000
056100         ADD 1 TO PACKET-COUNT                                    05610000
056200         MOVE RQ-ID-NUMBER TO WS-PK-ID-NUMBER                     05620000
056300         INITIALIZE PACKET-TOTALS                                 05630000
056400         PERFORM 310-LOOKUP-EMPLOYEE                              05640000
056500         PERFORM 320-PRINT-COVER                                  05650000
056600         PERFORM 330-PRINT-PROFILE                                05660000
056700         PERFORM 340-PRINT-ARCHIVE                                05670000
056800         PERFORM 360-PRINT-YTD                                    05680000
056900         PERFORM 370-PRINT-LEAVE                                  05690000
057000         PERFORM 380-PRINT-GARNISHMENTS                           05700000
057100         PERFORM 390-PRINT-BANK-ACCOUNTS                          05710000
057200         PERFORM 400-PRINT-CHECKS                                 05720000
057300         PERFORM 450-PRINT-PACKET-TOTALS                          05730000
057400     END-IF                                                       05740000
057500     PERFORM 100-READ-CARD                                        05750000
057600     .                                                            05760000
057700                                                                  05770000
057800 310-LOOKUP-EMPLOYEE.                                             05780000
057900     MOVE WS-PK-ID-NUMBER TO EMP-ID-NUMBER                        05790000
058000     READ EMPLOYEE-MASTER-FILE                                    05800000
058100       INVALID KEY                                                05810000
058200         MOVE "NO" TO EMP-FOUND-FLAG                              05820000
058300       NOT INVALID KEY                                            05830000
058400         MOVE "YES" TO EMP-FOUND-FLAG                             05840000
058500     END-READ                                                     05850000
058600     IF EMP-FOUND-FLAG = "YES"                                    05860000
058700         MOVE EMP-FIRST-NAME TO WS-NB-FIRST                       05870000
058800         MOVE EMP-LAST-NAME TO WS-NB-LAST                         05880000
058900         MOVE WS-NAME-BUILD TO WS-PK-NAME                         05890000
059000     ELSE                                                         05900000
059100         ADD 1 TO NOT-ON-MASTER-COUNT                             05910000
059200         MOVE '** NOT ON EMPMSTR **' TO WS-PK-NAME                05920000
059300     END-IF                                                       05930000
059400     .                                                            05940000
059500                                                                  05950000
059600 320-PRINT-COVER.                                                 05960000
059700     MOVE 0 TO WS-PAGE                                            05970000
059800     PERFORM 800-PRINT-HEADINGS                                   05980000
059900     MOVE 3 TO WS-SPACING                                         05990000
060000     MOVE '    PERSONNEL PAY HISTORY DOSSIER' TO PR-DETAIL        06000000
060100     PERFORM 700-PRINT-LINE                                       06010000
060200     MOVE 2 TO WS-SPACING                                         06020000
060300     MOVE SPACES TO WS-LABEL-LINE                                 06030000
060400     MOVE 'EMPLOYEE NUMBER:' TO LL-LABEL                          06040000
060500     MOVE WS-PK-ID-NUMBER TO LL-VALUE                             06050000
060600     PERFORM 710-PRINT-LABEL-LINE                                 06060000
060700     MOVE 'EMPLOYEE NAME:' TO LL-LABEL                            06070000
060800     MOVE WS-PK-NAME TO LL-VALUE                                  06080000
060900     PERFORM 710-PRINT-LABEL-LINE                                 06090000
061000     MOVE 'PAY PERIODS:' TO LL-LABEL                              06100000
061100     PERFORM 720-BUILD-RANGE-TEXT                                 06110000
061200     MOVE WS-RANGE-TEXT TO LL-VALUE                               06120000
061300     IF WS-PK-FROM-MDY = 0 AND WS-PK-TO-MDY = 999999              06130000
061400         MOVE 'ALL PERIODS ON THE ARCHIVE' TO LL-VALUE            06140000
061500     END-IF                                                       06150000
061600     PERFORM 710-PRINT-LABEL-LINE                                 06160000
061700     MOVE 'PREPARED:' TO LL-LABEL                                 06170000
061800     MOVE H-DATE TO LL-VALUE                                      06180000
061900     MOVE H-TIME TO LL-VALUE (11:5)                               06190000
062000     PERFORM 710-PRINT-LABEL-LINE                                 06200000
062100     MOVE 3 TO WS-SPACING                                         06210000
062200     MOVE 'CONTENTS:' TO LL-LABEL                                 06220000
062300     MOVE '1  EMPLOYEE MASTER PROFILE' TO LL-VALUE                06230000
062400     PERFORM 710-PRINT-LABEL-LINE                                 06240000
062500     MOVE '2  PAY ARCHIVE PERIODS' TO LL-VALUE                    06250000
062600     PERFORM 710-PRINT-LABEL-LINE                                 06260000
062700     MOVE '3  YEAR-TO-DATE MASTER AND HISTORY' TO LL-VALUE        06270000
062800     PERFORM 710-PRINT-LABEL-LINE                                 06280000
062900     MOVE '4  LEAVE BALANCES' TO LL-VALUE                         06290000
063000     PERFORM 710-PRINT-LABEL-LINE                                 06300000
063100     MOVE '5  GARNISHMENT ORDERS' TO LL-VALUE                     06310000
063200     PERFORM 710-PRINT-LABEL-LINE                                 06320000
063300     MOVE '6  BANK ACCOUNTS (ACCOUNT NUMBERS MASKED)' TO LL-VALUE 06330000
063400     PERFORM 710-PRINT-LABEL-LINE                                 06340000
063500     MOVE '7  ISSUED CHECKS AND STATUS' TO LL-VALUE               06350000
063600     PERFORM 710-PRINT-LABEL-LINE                                 06360000
063700     MOVE '8  PACKET CONTROL TOTALS' TO LL-VALUE                  06370000
063800     PERFORM 710-PRINT-LABEL-LINE                                 06380000
063900     MOVE 3 TO WS-SPACING                                         06390000
064000     MOVE '    THIS PACKET CONTAINS CONFIDENTIAL PERSONAL AND PAY'06400000
064100         TO PR-DETAIL                                             06410000
064200     PERFORM 700-PRINT-LINE                                       06420000
064300     MOVE '    DATA.  IT IS FOR THE REQUESTING REVIEW ONLY AND IS'06430000
064400         TO PR-DETAIL                                             06440000
064500     PERFORM 700-PRINT-LINE                                       06450000
064600     MOVE '    TO BE KEPT SECURE AND NOT COPIED OR DISTRIBUTED.'  06460000
064700         TO PR-DETAIL                                             06470000
064800     PERFORM 700-PRINT-LINE                                       06480000
064900     .                                                            06490000
065000                                                                  06500000
065100 330-PRINT-PROFILE.                                               06510000
065200     PERFORM 800-PRINT-HEADINGS                                   06520000
065300     MOVE '1. EMPLOYEE MASTER PROFILE' TO SL-TITLE                06530000
065400     MOVE SPACES TO SL-RANGE                                      06540000
065500     PERFORM 730-PRINT-SECTION-LINE                               06550000
065600     MOVE SPACES TO WS-LABEL-LINE                                 06560000
065700     IF EMP-FOUND-FLAG = "NO"                                     06570000
065800         MOVE '** NO EMPMSTR RECORD FOR THIS EMPLOYEE NUMBER'     06580000
065900             TO PR-DETAIL                                         06590000
066000         PERFORM 700-PRINT-LINE                                   06600000
066100     ELSE                                                         06610000
066200         MOVE 'NAME:' TO LL-LABEL                                 06620000
066300         MOVE WS-PK-NAME TO LL-VALUE                              06630000
066400         MOVE EMP-MID-INIT TO LL-VALUE (13:1)                     06640000
066500         MOVE EMP-LAST-NAME TO LL-VALUE (15:11)                   06650000
066600         PERFORM 710-PRINT-LABEL-LINE                             06660000
066700         MOVE 'SSN:' TO LL-LABEL                                  06670000
066800         PERFORM 335-MASK-SSN                                     06680000
066900         PERFORM 710-PRINT-LABEL-LINE                             06690000
067000         MOVE 'ADDRESS:' TO LL-LABEL                              06700000
067100         MOVE EMP-ADDR-STREET TO LL-VALUE                         06710000
067200         PERFORM 710-PRINT-LABEL-LINE                             06720000
067300         MOVE EMP-ADDR-CITY TO LL-VALUE                           06730000
067400         MOVE EMP-ADDR-STATE TO LL-VALUE (24:2)                   06740000
067500         MOVE EMP-ADDR-ZIP TO LL-VALUE (27:5)                     06750000
067600         IF EMP-ADDR-ZIP4 NOT = SPACES                            06760000
067700             MOVE '-' TO LL-VALUE (32:1)                          06770000
067800             MOVE EMP-ADDR-ZIP4 TO LL-VALUE (33:4)                06780000
067900         END-IF                                                   06790000
068000         PERFORM 710-PRINT-LABEL-LINE                             06800000
068100         MOVE 'COMPANY/DIVISION/DEPT:' TO LL-LABEL                06810000
068200         MOVE EMP-COMPANY TO LL-VALUE                             06820000
068300         MOVE EMP-DIV TO LL-VALUE (4:2)                           06830000
068400         MOVE EMP-DEPT TO LL-VALUE (7:3)                          06840000
068500         MOVE EMP-DEPT-NAME TO LL-VALUE (12:20)                   06850000
068600         PERFORM 710-PRINT-LABEL-LINE                             06860000
068700         MOVE 'STATUS:' TO LL-LABEL                               06870000
068800         IF EMP-STATUS = 'T'                                      06880000
068900             MOVE 'T  TERMINATED' TO LL-VALUE                     06890000
069000         ELSE                                                     06900000
069100             MOVE EMP-STATUS TO LL-VALUE                          06910000
069200             MOVE 'ACTIVE' TO LL-VALUE (4:6)                      06920000
069300         END-IF                                                   06930000
069400         PERFORM 710-PRINT-LABEL-LINE                             06940000
069500         MOVE 'HIRE DATE (YYYYMMDD):' TO LL-LABEL                 06950000
069600         MOVE EMP-HIRE-DATE TO LL-VALUE                           06960000
069700         PERFORM 710-PRINT-LABEL-LINE                             06970000
069800         MOVE 'TERM DATE (YYYYMMDD):' TO LL-LABEL                 06980000
069900         MOVE EMP-TERM-DATE TO LL-VALUE                           06990000
070000         PERFORM 710-PRINT-LABEL-LINE                             07000000
070100         MOVE 'LAST RAISE (YYYYMMDD):' TO LL-LABEL                07010000
070200         MOVE EMP-LAST-RAISE-DATE TO LL-VALUE                     07020000
070300         PERFORM 710-PRINT-LABEL-LINE                             07030000
070400         MOVE 'PAY TYPE / RATE:' TO LL-LABEL                      07040000
070500         MOVE EMP-PAY-TYPE TO LL-VALUE                            07050000
070600         MOVE EMP-RATE TO WS-ED-RATE                              07060000
070700         MOVE WS-ED-RATE TO LL-VALUE (4:6)                        07070000
070800         PERFORM 710-PRINT-LABEL-LINE                             07080000
070900         MOVE 'DEPENDENTS:' TO LL-LABEL                           07090000
071000         MOVE EMP-DEPENDENTS TO WS-ED-DEPENDENTS                  07100000
071100         MOVE WS-ED-DEPENDENTS TO LL-VALUE                        07110000
071200         PERFORM 710-PRINT-LABEL-LINE                             07120000
071300         MOVE 'STANDING DEDS PER PERIOD:' TO LL-LABEL             07130000
071400         MOVE EMP-PER-DEDS TO WS-ED-RATE                          07140000
071500         MOVE WS-ED-RATE TO LL-VALUE                              07150000
071600         MOVE 'TAX' TO LL-VALUE (9:3)                             07160000
071700         MOVE EMP-DED-TAX TO WS-ED-RATE                           07170000
071800         MOVE WS-ED-RATE TO LL-VALUE (13:6)                       07180000
071900         MOVE 'INS' TO LL-VALUE (21:3)                            07190000
072000         MOVE EMP-DED-INS TO WS-ED-RATE                           07200000
072100         MOVE WS-ED-RATE TO LL-VALUE (25:6)                       07210000
072200         MOVE 'RET' TO LL-VALUE (33:3)                            07220000
072300         MOVE EMP-DED-RET TO WS-ED-RATE                           07230000
072400         MOVE WS-ED-RATE TO LL-VALUE (37:6)                       07240000
072500         MOVE 'GARN' TO LL-VALUE (45:4)                           07250000
072600         MOVE EMP-DED-GARN TO WS-ED-RATE                          07260000
072700         MOVE WS-ED-RATE TO LL-VALUE (50:6)                       07270000
072800         PERFORM 710-PRINT-LABEL-LINE                             07280000
072900         MOVE 'NOTES:' TO LL-LABEL                                07290000
073000         MOVE EMP-NOTES TO LL-VALUE                               07300000
073100         PERFORM 710-PRINT-LABEL-LINE                             07310000
073200     END-IF                                                       07320000
073300     .                                                            07330000
073400                                                                  07340000
073500 335-MASK-SSN.                                                    07350000
073600     MOVE EMP-SSN TO WS-SSN-IN                                    07360000
073700     IF WS-SSN-IN = SPACES OR WS-SSN-IN = ZEROS                   07370000
073800         MOVE 'NOT ON FILE' TO LL-VALUE                           07380000
073900     ELSE                                                         07390000
074000         MOVE WS-SSN-SERIAL TO WS-SSN-LAST4                       07400000
074100         MOVE WS-SSN-MASKED TO LL-VALUE                           07410000
074200     END-IF                                                       07420000
074300     .                                                            07430000
074400                                                                  07440000
074500 340-PRINT-ARCHIVE.                                               07450000
074600     PERFORM 800-PRINT-HEADINGS                                   07460000
074700     MOVE '2. PAY ARCHIVE PERIODS' TO SL-TITLE                    07470000
074800     PERFORM 720-BUILD-RANGE-TEXT                                 07480000
074900     MOVE WS-RANGE-TEXT TO SL-RANGE                               07490000
075000     PERFORM 730-PRINT-SECTION-LINE                               07500000
075100     MOVE WS-ARCH-HEAD TO PR-DETAIL                               07510000
075200     PERFORM 700-PRINT-LINE                                       07520000
075300     MOVE 'ARCHGEN' TO WS-ARCH-SOURCE                             07530000
075400     OPEN INPUT ARCH-GEN-FILE                                     07540000
075500     MOVE "NO" TO AG-EOF-FLAG                                     07550000
075600     PERFORM 341-READ-GENERATION                                  07560000
075700     PERFORM 342-CHECK-GENERATION                                 07570000
075800       UNTIL AG-EOF-FLAG = "YES"                                  07580000
075900     CLOSE ARCH-GEN-FILE                                          07590000
076000     MOVE 'PAYARCH' TO WS-ARCH-SOURCE                             07600000
076100     MOVE WS-PK-ID-NUMBER TO AX-ID-NUMBER                         07610000
076200     MOVE WS-PK-FROM-YMD TO AX-PERIOD-YMD                         07620000
076300     MOVE 0 TO AX-SEQ                                             07630000
076400     MOVE "NO" TO AX-EOF-FLAG                                     07640000
076500     START PAY-ARCHIVE-FILE KEY IS NOT LESS THAN AX-KEY           07650000
076600       INVALID KEY                                                07660000
076700         MOVE "YES" TO AX-EOF-FLAG                                07670000
076800     END-START                                                    07680000
076900     IF AX-EOF-FLAG = "NO"                                        07690000
077000         PERFORM 345-READ-NEXT-KEYED                              07700000
077100     END-IF                                                       07710000
077200     PERFORM 346-PROCESS-KEYED                                    07720000
077300       UNTIL AX-EOF-FLAG = "YES"                                  07730000
077400     IF PT-ARCH-COUNT = 0                                         07740000
077500         MOVE '    NO ARCHIVED PAY RECORDS IN THE RANGE'          07750000
077600             TO PR-DETAIL                                         07760000
077700         PERFORM 700-PRINT-LINE                                   07770000
077800     END-IF                                                       07780000
077900     .                                                            07790000
078000                                                                  07800000
078100 341-READ-GENERATION.                                             07810000
078200     READ ARCH-GEN-FILE                                           07820000
078300       AT END                                                     07830000
078400         MOVE "YES" TO AG-EOF-FLAG                                07840000
078500     END-READ                                                     07850000
078600     .                                                            07860000
078700                                                                  07870000
078800 342-CHECK-GENERATION.                                            07880000
078900     IF AG-REC-TYPE = 'D'                                         07890000
079000         MOVE AG-PAY-DATA TO WS-PAY-REC                           07900000
079100         IF PAY-ID-NUMBER = WS-PK-ID-NUMBER                       07910000
079200             MOVE PAY-PERIOD-END-DATE TO WS-MDY-PARTS             07920000
079300             PERFORM 210-MDY-TO-YMD                               07930000
079400             IF WS-YMD-NUM NOT < WS-PK-FROM-YMD                   07940000
079500               AND WS-YMD-NUM NOT > WS-PK-TO-YMD                  07950000
079600                 PERFORM 350-PRINT-ARCHIVE-LINE                   07960000
079700             END-IF                                               07970000
079800         END-IF                                                   07980000
079900     END-IF                                                       07990000
080000     PERFORM 341-READ-GENERATION                                  08000000
080100     .                                                            08010000
080200                                                                  08020000
080300 345-READ-NEXT-KEYED.                                             08030000
080400     READ PAY-ARCHIVE-FILE NEXT RECORD                            08040000
080500       AT END                                                     08050000
080600         MOVE "YES" TO AX-EOF-FLAG                                08060000
080700       NOT AT END                                                 08070000
080800         IF AX-ID-NUMBER NOT = WS-PK-ID-NUMBER                    08080000
080900           OR AX-PERIOD-YMD > WS-PK-TO-YMD                        08090000
081000             MOVE "YES" TO AX-EOF-FLAG                            08100000
081100         ELSE                                                     08110000
081200             MOVE AX-PAY-DATA TO WS-PAY-REC                       08120000
081300         END-IF                                                   08130000
081400     END-READ                                                     08140000
081500     .                                                            08150000
081600                                                                  08160000
081700 346-PROCESS-KEYED.                                               08170000
081800     PERFORM 350-PRINT-ARCHIVE-LINE                               08180000
081900     PERFORM 345-READ-NEXT-KEYED                                  08190000
082000     .                                                            08200000
082100                                                                  08210000
082200 350-PRINT-ARCHIVE-LINE.                                          08220000
082300     MOVE SPACES TO WS-ARCH-LINE                                  08230000
082400     MOVE PAY-PERIOD-END-DATE TO WS-MDY-PARTS                     08240000
082500     MOVE WS-MDY-NUM TO AL-PERIOD                                 08250000
082600     MOVE PAY-ADJ-IND TO AL-ADJ                                   08260000
082700     MOVE PAY-PAY-TYPE TO AL-TYPE                                 08270000
082800     MOVE PAY-HOURS-WORKED TO AL-HOURS                            08280000
082900     MOVE PAY-EMP-RATE TO AL-RATE                                 08290000
083000     MOVE PAY-EMP-DEDS TO AL-DEDS                                 08300000
083100     MOVE PAY-DED-TAX TO AL-TAX                                   08310000
083200     MOVE PAY-DED-INS TO AL-INS                                   08320000
083300     MOVE PAY-DED-RET TO AL-RET                                   08330000
083400     MOVE PAY-DED-GARN TO AL-GARN                                 08340000
083500     MOVE PAY-COMPANY TO AL-COMPANY                               08350000
083600     MOVE PAY-DIV TO AL-DIV                                       08360000
083700     MOVE PAY-DEPT TO AL-DEPT                                     08370000
083800     IF PAY-ADJ-IND NOT = ' '                                     08380000
083900         MOVE PAY-ADJ-PERIOD-DATE TO WS-MDY-PARTS                 08390000
084000         MOVE WS-MDY-NUM TO WS-DATE-ED                            08400000
084100         MOVE WS-DATE-ED TO AL-ADJ-DATE                           08410000
084200     END-IF                                                       08420000
084300     MOVE WS-ARCH-SOURCE TO AL-SOURCE                             08430000
084400     MOVE WS-ARCH-LINE TO PR-DETAIL                               08440000
084500     PERFORM 700-PRINT-LINE                                       08450000
084600     ADD 1 TO PT-ARCH-COUNT                                       08460000
084700     ADD 1 TO RUN-ARCH-COUNT                                      08470000
084800     ADD PAY-HOURS-WORKED TO PT-ARCH-HOURS                        08480000
084900     ADD PAY-EMP-RATE TO PT-ARCH-RATE                             08490000
085000     ADD PAY-EMP-DEDS TO PT-ARCH-DEDS                             08500000
085100     .                                                            08510000
085200                                                                  08520000
085300 360-PRINT-YTD.                                                   08530000
085400     PERFORM 800-PRINT-HEADINGS                                   08540000
085500     MOVE '3. YEAR-TO-DATE MASTER AND HISTORY' TO SL-TITLE        08550000
085600     MOVE SPACES TO SL-RANGE                                      08560000
085700     PERFORM 730-PRINT-SECTION-LINE                               08570000
085800     MOVE WS-YTD-HEAD TO PR-DETAIL                                08580000
085900     PERFORM 700-PRINT-LINE                                       08590000
086000     MOVE WS-PK-ID-NUMBER TO YTD-ID-NUMBER                        08600000
086100     READ YTD-FILE                                                08610000
086200       INVALID KEY                                                08620000
086300         MOVE "NO" TO YTD-FOUND-FLAG                              08630000
086400       NOT INVALID KEY                                            08640000
086500         MOVE "YES" TO YTD-FOUND-FLAG                             08650000
086600     END-READ                                                     08660000
086700     MOVE SPACES TO WS-YTD-LINE                                   08670000
086800     MOVE 'CURRENT' TO YL-YEAR                                    08680000
086900     IF YTD-FOUND-FLAG = "YES"                                    08690000
087000         MOVE YTD-HR-USED TO YL-HOURS                             08700000
087100         MOVE YTD-REG-PAY TO YL-REG-PAY                           08710000
087200         MOVE YTD-OT-PAY TO YL-OT-PAY                             08720000
087300         MOVE YTD-DEDS TO YL-DEDS                                 08730000
087400         MOVE YTD-NET-PAY TO YL-NET-PAY                           08740000
087500         MOVE WS-YTD-LINE TO PR-DETAIL                            08750000
087600     ELSE                                                         08760000
087700         MOVE WS-YTD-LINE TO PR-DETAIL                            08770000
087800         MOVE 'NO YTDMSTR RECORD' TO PR-DETAIL (16:30)            08780000
087900     END-IF                                                       08790000
088000     PERFORM 700-PRINT-LINE                                       08800000
088100     OPEN INPUT YTD-HISTORY-FILE                                  08810000
088200     MOVE "NO" TO YH-EOF-FLAG                                     08820000
088300     PERFORM 365-READ-HISTORY                                     08830000
088400     PERFORM 366-CHECK-HISTORY                                    08840000
088500       UNTIL YH-EOF-FLAG = "YES"                                  08850000
088600     CLOSE YTD-HISTORY-FILE                                       08860000
088700     IF PT-HIST-COUNT = 0                                         08870000
088800         MOVE '    NO CLOSED YEARS ON YTDHIST' TO PR-DETAIL       08880000
088900         PERFORM 700-PRINT-LINE                                   08890000
089000     END-IF                                                       08900000
089100     .                                                            08910000
089200                                                                  08920000
089300 365-READ-HISTORY.                                                08930000
089400     READ YTD-HISTORY-FILE                                        08940000
089500       AT END                                                     08950000
089600         MOVE "YES" TO YH-EOF-FLAG                                08960000
089700     END-READ                                                     08970000
089800     .                                                            08980000
089900                                                                  08990000
090000 366-CHECK-HISTORY.                                               09000000
090100     IF YH-ID-NUMBER = WS-PK-ID-NUMBER                            09010000
090200         MOVE SPACES TO WS-YTD-LINE                               09020000
090300         MOVE YH-YEAR TO YL-YEAR                                  09030000
090400         MOVE YH-HR-USED TO YL-HOURS                              09040000
090500         MOVE YH-REG-PAY TO YL-REG-PAY                            09050000
090600         MOVE YH-OT-PAY TO YL-OT-PAY                              09060000
090700         MOVE YH-DEDS TO YL-DEDS                                  09070000
090800         MOVE YH-NET-PAY TO YL-NET-PAY                            09080000
090900         MOVE WS-YTD-LINE TO PR-DETAIL                            09090000
091000         PERFORM 700-PRINT-LINE                                   09100000
091100         ADD 1 TO PT-HIST-COUNT                                   09110000
091200     END-IF                                                       09120000
091300     PERFORM 365-READ-HISTORY                                     09130000
091400     .                                                            09140000
091500                                                                  09150000
091600 370-PRINT-LEAVE.                                                 09160000
091700     MOVE 3 TO WS-SPACING                                         09170000
091800     MOVE '4. LEAVE BALANCES (HOURS)' TO SL-TITLE                 09180000
091900     MOVE SPACES TO SL-RANGE                                      09190000
092000     PERFORM 730-PRINT-SECTION-LINE                               09200000
092100     MOVE WS-PK-ID-NUMBER TO LV-ID-NUMBER                         09210000
092200     READ LEAVE-FILE                                              09220000
092300       INVALID KEY                                                09230000
092400         MOVE "NO" TO LV-FOUND-FLAG                               09240000
092500       NOT INVALID KEY                                            09250000
092600         MOVE "YES" TO LV-FOUND-FLAG                              09260000
092700     END-READ                                                     09270000
092800     IF LV-FOUND-FLAG = "NO"                                      09280000
092900         MOVE '    NO LEAVEMST RECORD' TO PR-DETAIL               09290000
093000         PERFORM 700-PRINT-LINE                                   09300000
093100     ELSE                                                         09310000
093200         MOVE 'VACATION' TO LV-L-TYPE                             09320000
093300         MOVE LV-VAC-BALANCE TO LV-L-BALANCE                      09330000
093400         MOVE LV-VAC-ACCRUED-YTD TO LV-L-ACCRUED                  09340000
093500         MOVE LV-VAC-USED-YTD TO LV-L-USED                        09350000
093600         MOVE WS-LEAVE-LINE TO PR-DETAIL                          09360000
093700         PERFORM 700-PRINT-LINE                                   09370000
093800         MOVE 'SICK' TO LV-L-TYPE                                 09380000
093900         MOVE LV-SICK-BALANCE TO LV-L-BALANCE                     09390000
094000         MOVE LV-SICK-ACCRUED-YTD TO LV-L-ACCRUED                 09400000
094100         MOVE LV-SICK-USED-YTD TO LV-L-USED                       09410000
094200         MOVE WS-LEAVE-LINE TO PR-DETAIL                          09420000
094300         PERFORM 700-PRINT-LINE                                   09430000
094400     END-IF                                                       09440000
094500     .                                                            09450000
094600                                                                  09460000
094700 380-PRINT-GARNISHMENTS.                                          09470000
094800     MOVE 3 TO WS-SPACING                                         09480000
094900     MOVE '5. GARNISHMENT ORDERS' TO SL-TITLE                     09490000
095000     MOVE SPACES TO SL-RANGE                                      09500000
095100     PERFORM 730-PRINT-SECTION-LINE                               09510000
095200     MOVE WS-GARN-HEAD TO PR-DETAIL                               09520000
095300     PERFORM 700-PRINT-LINE                                       09530000
095400     OPEN INPUT GARN-MASTER-FILE                                  09540000
095500     MOVE "NO" TO GO-EOF-FLAG                                     09550000
095600     PERFORM 385-READ-GARNISHMENT                                 09560000
095700     PERFORM 386-CHECK-GARNISHMENT                                09570000
095800       UNTIL GO-EOF-FLAG = "YES"                                  09580000
095900     CLOSE GARN-MASTER-FILE                                       09590000
096000     IF PT-GARN-COUNT = 0                                         09600000
096100         MOVE '    NO GARNISHMENT ORDERS' TO PR-DETAIL            09610000
096200         PERFORM 700-PRINT-LINE                                   09620000
096300     END-IF                                                       09630000
096400     .                                                            09640000
096500                                                                  09650000
096600 385-READ-GARNISHMENT.                                            09660000
096700     READ GARN-MASTER-FILE                                        09670000
096800       AT END                                                     09680000
096900         MOVE "YES" TO GO-EOF-FLAG                                09690000
097000     END-READ                                                     09700000
097100     .                                                            09710000
097200                                                                  09720000
097300 386-CHECK-GARNISHMENT.                                           09730000
097400     IF GO-ID-NUMBER = WS-PK-ID-NUMBER                            09740000
097500         MOVE SPACES TO WS-GARN-LINE                              09750000
097600         MOVE GO-ORDER-NO TO GL-ORDER-NO                          09760000
097700         MOVE GO-PAYEE TO GL-PAYEE                                09770000
097800         MOVE GO-ORIG-AMT TO GL-ORIG-AMT                          09780000
097900         MOVE GO-BALANCE TO GL-BALANCE                            09790000
098000         MOVE GO-PER-AMT TO GL-PER-AMT                            09800000
098100         IF GO-BALANCE > 0                                        09810000
098200             MOVE 'OPEN' TO GL-STATUS                             09820000
098300         ELSE                                                     09830000
098400             MOVE 'SATISFIED' TO GL-STATUS                        09840000
098500         END-IF                                                   09850000
098600         MOVE WS-GARN-LINE TO PR-DETAIL                           09860000
098700         PERFORM 700-PRINT-LINE                                   09870000
098800         ADD 1 TO PT-GARN-COUNT                                   09880000
098900         ADD GO-BALANCE TO PT-GARN-BALANCE                        09890000
099000     END-IF                                                       09900000
099100     PERFORM 385-READ-GARNISHMENT                                 09910000
099200     .                                                            09920000
099300                                                                  09930000
099400 390-PRINT-BANK-ACCOUNTS.                                         09940000
099500     PERFORM 800-PRINT-HEADINGS                                   09950000
099600     MOVE '6. BANK ACCOUNTS' TO SL-TITLE                          09960000
099700     MOVE SPACES TO SL-RANGE                                      09970000
099800     PERFORM 730-PRINT-SECTION-LINE                               09980000
099900     MOVE WS-BANK-HEAD TO PR-DETAIL                               09990000
100000     PERFORM 700-PRINT-LINE                                       10000000
100100     OPEN INPUT BANK-MASTER-FILE                                  10010000
100200     MOVE "NO" TO BM-EOF-FLAG                                     10020000
100300     PERFORM 395-READ-BANK                                        10030000
100400     PERFORM 396-CHECK-BANK                                       10040000
100500       UNTIL BM-EOF-FLAG = "YES"                                  10050000
100600     CLOSE BANK-MASTER-FILE                                       10060000
100700     IF PT-BANK-COUNT = 0                                         10070000
100800         MOVE '    NO BANKMSTR ACCOUNTS - PAID BY CHECK'          10080000
100900             TO PR-DETAIL                                         10090000
101000         PERFORM 700-PRINT-LINE                                   10100000
101100     END-IF                                                       10110000
101200     .                                                            10120000
101300                                                                  10130000
101400 395-READ-BANK.                                                   10140000
101500     READ BANK-MASTER-FILE                                        10150000
101600       AT END                                                     10160000
101700         MOVE "YES" TO BM-EOF-FLAG                                10170000
101800     END-READ                                                     10180000
101900     .                                                            10190000
102000                                                                  10200000
102100 396-CHECK-BANK.                                                  10210000
102200     IF BM-ID-NUMBER = WS-PK-ID-NUMBER                            10220000
102300         MOVE SPACES TO WS-BANK-LINE                              10230000
102400         MOVE BM-ACCT-SEQ TO BL-SEQ                               10240000
102500         MOVE BM-ROUTING-NO TO BL-ROUTING                         10250000
102600         MOVE BM-ACCOUNT-NO TO WS-MASK-IN                         10260000
102700         PERFORM 760-MASK-ACCOUNT                                 10270000
102800         MOVE WS-MASK-OUT TO BL-ACCOUNT                           10280000
102900         IF BM-ACCT-TYPE = 'S'                                    10290000
103000             MOVE 'SAVINGS' TO BL-ACCT-TYPE                       10300000
103100         ELSE                                                     10310000
103200             MOVE 'CHECKING' TO BL-ACCT-TYPE                      10320000
103300         END-IF                                                   10330000
103400         IF BM-PAY-METHOD = 'D'                                   10340000
103500             MOVE 'DIRECT' TO BL-METHOD                           10350000
103600         ELSE                                                     10360000
103700         IF BM-PAY-METHOD = 'C'                                   10370000
103800             MOVE 'CHECK' TO BL-METHOD                            10380000
103900         ELSE                                                     10390000
104000             MOVE BM-PAY-METHOD TO BL-METHOD                      10400000
104100         END-IF                                                   10410000
104200         END-IF                                                   10420000
104300         IF BM-SPLIT-TYPE = 'F'                                   10430000
104400             MOVE 'FIXED' TO BL-SPLIT                             10440000
104500             MOVE BM-SPLIT-AMT TO BL-SPLIT-AMT                    10450000
104600         ELSE                                                     10460000
104700         IF BM-SPLIT-TYPE = 'P'                                   10470000
104800             MOVE 'PERCENT' TO BL-SPLIT                           10480000
104900             MOVE BM-SPLIT-PCT TO BL-SPLIT-PCT                    10490000
105000         ELSE                                                     10500000
105100             MOVE 'REMAINDER' TO BL-SPLIT                         10510000
105200         END-IF                                                   10520000
105300         END-IF                                                   10530000
105400         IF BM-PRENOTE-STATUS = 'A'                               10540000
105500             MOVE 'APPROVED' TO BL-PRENOTE                        10550000
105600         ELSE                                                     10560000
105700         IF BM-PRENOTE-STATUS = 'P'                               10570000
105800             MOVE 'SENT' TO BL-PRENOTE                            10580000
105900         ELSE                                                     10590000
106000         IF BM-PRENOTE-STATUS = 'F'                               10600000
106100             MOVE 'FAILED' TO BL-PRENOTE                          10610000
106200         ELSE                                                     10620000
106300             MOVE 'NEW' TO BL-PRENOTE                             10630000
106400         END-IF                                                   10640000
106500         END-IF                                                   10650000
106600         END-IF                                                   10660000
106700         IF BM-CHANGE-DATE NUMERIC AND BM-CHANGE-DATE > 0         10670000
106800             MOVE BM-CHANGE-DATE TO WS-PAID-NUM                   10680000
106900             PERFORM 410-YMD-TO-EDITED                            10690000
107000             MOVE WS-PAID-MDY-NUM TO WS-DATE-ED                   10700000
107100             MOVE WS-DATE-ED TO BL-CHANGED                        10710000
107200         END-IF                                                   10720000
107300         MOVE WS-BANK-LINE TO PR-DETAIL                           10730000
107400         PERFORM 700-PRINT-LINE                                   10740000
107500         ADD 1 TO PT-BANK-COUNT                                   10750000
107600     END-IF                                                       10760000
107700     PERFORM 395-READ-BANK                                        10770000
107800     .                                                            10780000
107900                                                                  10790000
108000 400-PRINT-CHECKS.                                                10800000
108100     MOVE 3 TO WS-SPACING                                         10810000
108200     MOVE '7. ISSUED CHECKS AND STATUS' TO SL-TITLE               10820000
108300     MOVE SPACES TO SL-RANGE                                      10830000
108400     PERFORM 730-PRINT-SECTION-LINE                               10840000
108500     MOVE WS-CHECK-HEAD TO PR-DETAIL                              10850000
108600     PERFORM 700-PRINT-LINE                                       10860000
108700     OPEN INPUT CHECK-MASTER-FILE                                 10870000
108800     MOVE "NO" TO CM-EOF-FLAG                                     10880000
108900     PERFORM 405-READ-CHECK                                       10890000
109000     PERFORM 406-CHECK-CHECK                                      10900000
109100       UNTIL CM-EOF-FLAG = "YES"                                  10910000
109200     CLOSE CHECK-MASTER-FILE                                      10920000
109300     IF PT-CHECK-COUNT = 0                                        10930000
109400         MOVE '    NO CHECKS ON CHKMSTR' TO PR-DETAIL             10940000
109500         PERFORM 700-PRINT-LINE                                   10950000
109600     END-IF                                                       10960000
109700     .                                                            10970000
109800                                                                  10980000
109900 405-READ-CHECK.                                                  10990000
110000     READ CHECK-MASTER-FILE                                       11000000
110100       AT END                                                     11010000
110200         MOVE "YES" TO CM-EOF-FLAG                                11020000
110300     END-READ                                                     11030000
110400     .                                                            11040000
110500                                                                  11050000
110600 406-CHECK-CHECK.                                                 11060000
110700     IF CM-ID-NUMBER = WS-PK-ID-NUMBER                            11070000
110800         MOVE SPACES TO WS-CHECK-LINE                             11080000
110900         MOVE CM-CHECK-NO TO CL-CHECK-NO                          11090000
111000         MOVE CM-ISSUE-DATE TO WS-PAID-NUM                        11100000
111100         PERFORM 410-YMD-TO-EDITED                                11110000
111200         MOVE WS-PAID-MDY-NUM TO CL-ISSUE-DATE                    11120000
111300         MOVE CM-PAYEE-NAME TO CL-PAYEE                           11130000
111400         MOVE CM-AMOUNT TO CL-AMOUNT                              11140000
111500         IF CM-STATUS = 'O'                                       11150000
111600             MOVE 'OUTSTANDING' TO CL-STATUS                      11160000
111700             ADD 1 TO PT-OUTST-COUNT                              11170000
111800             ADD CM-AMOUNT TO PT-OUTST-AMOUNT                     11180000
111900         ELSE                                                     11190000
112000         IF CM-STATUS = 'P'                                       11200000
112100             MOVE 'PAID' TO CL-STATUS                             11210000
112200         ELSE                                                     11220000
112300         IF CM-STATUS = 'V'                                       11230000
112400             MOVE 'VOIDED' TO CL-STATUS                           11240000
112500         ELSE                                                     11250000
112600         IF CM-STATUS = 'S'                                       11260000
112700             MOVE 'STOP PAY' TO CL-STATUS                         11270000
112800         ELSE                                                     11280000
112900             MOVE CM-STATUS TO CL-STATUS                          11290000
113000         END-IF                                                   11300000
113100         END-IF                                                   11310000
113200         END-IF                                                   11320000
113300         END-IF                                                   11330000
113400         IF CM-PAID-DATE NUMERIC AND CM-PAID-DATE > 0             11340000
113500             MOVE CM-PAID-DATE TO WS-PAID-NUM                     11350000
113600             PERFORM 410-YMD-TO-EDITED                            11360000
113700             MOVE WS-PAID-MDY-NUM TO WS-DATE-ED                   11370000
113800             MOVE WS-DATE-ED TO CL-PAID-DATE                      11380000
113900         END-IF                                                   11390000
114000         MOVE WS-CHECK-LINE TO PR-DETAIL                          11400000
114100         PERFORM 700-PRINT-LINE                                   11410000
114200         ADD 1 TO PT-CHECK-COUNT                                  11420000
114300         ADD CM-AMOUNT TO PT-CHECK-AMOUNT                         11430000
114400     END-IF                                                       11440000
114500     PERFORM 405-READ-CHECK                                       11450000
114600     .                                                            11460000
114700                                                                  11470000
114800 410-YMD-TO-EDITED.                                               11480000
114900     MOVE WS-PAID-YY TO WS-PD-YY                                  11490000
115000     MOVE WS-PAID-MM TO WS-PD-MM                                  11500000
115100     MOVE WS-PAID-DD TO WS-PD-DD                                  11510000
115200     .                                                            11520000
115300                                                                  11530000
115400 450-PRINT-PACKET-TOTALS.                                         11540000
115500     PERFORM 800-PRINT-HEADINGS                                   11550000
115600     MOVE '8. PACKET CONTROL TOTALS' TO SL-TITLE                  11560000
115700     MOVE SPACES TO SL-RANGE                                      11570000
115800     PERFORM 730-PRINT-SECTION-LINE                               11580000
115900     MOVE SPACES TO WS-AMOUNT-LINE                                11590000
116000     MOVE 'PAY ARCHIVE RECORDS:' TO AT-LABEL                      11600000
116100     MOVE PT-ARCH-COUNT TO AT-COUNT                               11610000
116200     MOVE 'DEDUCTIONS:' TO AT-AMOUNT-LABEL                        11620000
116300     MOVE PT-ARCH-DEDS TO AT-AMOUNT                               11630000
116400     MOVE 'QTY:' TO AT-HOURS-LABEL                                11640000
116500     MOVE PT-ARCH-HOURS TO AT-HOURS                               11650000
116600     PERFORM 740-PRINT-AMOUNT-LINE                                11660000
116700     MOVE 'PAY ARCHIVE RATE TOTAL:' TO AT-LABEL                   11670000
116800     MOVE PT-ARCH-COUNT TO AT-COUNT                               11680000
116900     MOVE 'RATES:' TO AT-AMOUNT-LABEL                             11690000
117000     MOVE PT-ARCH-RATE TO AT-AMOUNT                               11700000
117100     PERFORM 740-PRINT-AMOUNT-LINE                                11710000
117200     MOVE 'YTD HISTORY YEARS:' TO AT-LABEL                        11720000
117300     MOVE PT-HIST-COUNT TO AT-COUNT                               11730000
117400     PERFORM 740-PRINT-AMOUNT-LINE                                11740000
117500     MOVE 'GARNISHMENT ORDERS:' TO AT-LABEL                       11750000
117600     MOVE PT-GARN-COUNT TO AT-COUNT                               11760000
117700     MOVE 'BALANCE OWED' TO AT-AMOUNT-LABEL                       11770000
117800     MOVE PT-GARN-BALANCE TO AT-AMOUNT                            11780000
117900     PERFORM 740-PRINT-AMOUNT-LINE                                11790000
118000     MOVE 'BANK ACCOUNTS:' TO AT-LABEL                            11800000
118100     MOVE PT-BANK-COUNT TO AT-COUNT                               11810000
118200     PERFORM 740-PRINT-AMOUNT-LINE                                11820000
118300     MOVE 'CHECKS ISSUED:' TO AT-LABEL                            11830000
118400     MOVE PT-CHECK-COUNT TO AT-COUNT                              11840000
118500     MOVE 'AMOUNT:' TO AT-AMOUNT-LABEL                            11850000
118600     MOVE PT-CHECK-AMOUNT TO AT-AMOUNT                            11860000
118700     PERFORM 740-PRINT-AMOUNT-LINE                                11870000
118800     MOVE 'CHECKS OUTSTANDING:' TO AT-LABEL                       11880000
118900     MOVE PT-OUTST-COUNT TO AT-COUNT                              11890000
119000     MOVE 'AMOUNT:' TO AT-AMOUNT-LABEL                            11900000
119100     MOVE PT-OUTST-AMOUNT TO AT-AMOUNT                            11910000
119200     PERFORM 740-PRINT-AMOUNT-LINE                                11920000
119300     MOVE 3 TO WS-SPACING                                         11930000
119400     MOVE '    *** END OF CONFIDENTIAL DOSSIER ***' TO PR-DETAIL  11940000
119500     PERFORM 700-PRINT-LINE                                       11950000
119600     .                                                            11960000
119700                                                                  11970000
119800 700-PRINT-LINE.                                                  11980000
119900     PERFORM 750-WRITE                                            11990000
120000     IF WS-LINE-COUNT > 50                                        12000000
120100         PERFORM 800-PRINT-HEADINGS                               12010000
120200     END-IF                                                       12020000
120300     .                                                            12030000
120400                                                                  12040000
120500 710-PRINT-LABEL-LINE.                                            12050000
120600     MOVE WS-LABEL-LINE TO PR-DETAIL                              12060000
120700     PERFORM 700-PRINT-LINE                                       12070000
120800     MOVE SPACES TO WS-LABEL-LINE                                 12080000
120900     .                                                            12090000
121000                                                                  12100000
121100 720-BUILD-RANGE-TEXT.                                            12110000
121200     MOVE WS-PK-FROM-MDY TO RT-FROM                               12120000
121300     MOVE WS-PK-TO-MDY TO RT-TO                                   12130000
121400     .                                                            12140000
121500                                                                  12150000
121600 730-PRINT-SECTION-LINE.                                          12160000
121700     MOVE WS-SECTION-LINE TO PR-DETAIL                            12170000
121800     PERFORM 700-PRINT-LINE                                       12180000
121900     MOVE 2 TO WS-SPACING                                         12190000
122000     .                                                            12200000
122100                                                                  12210000
122200 740-PRINT-AMOUNT-LINE.                                           12220000
122300     MOVE WS-AMOUNT-LINE TO PR-DETAIL                             12230000
122400     PERFORM 700-PRINT-LINE                                       12240000
122500     MOVE SPACES TO WS-AMOUNT-LINE                                12250000
122600     .                                                            12260000
122700                                                                  12270000
122800 750-WRITE.                                                       12280000
122900     WRITE PRINT-REC FROM WS-PRINT-REC                            12290000
123000       AFTER ADVANCING WS-SPACING LINES                           12300000
123100     END-WRITE                                                    12310000
123200     ADD WS-SPACING TO WS-LINE-COUNT                              12320000
123300     MOVE 1 TO WS-SPACING                                         12330000
123400     MOVE SPACES TO WS-PRINT-REC                                  12340000
123500     .                                                            12350000
123600                                                                  12360000
123700 760-MASK-ACCOUNT.                                                12370000
123800     MOVE 17 TO MSK-END                                           12380000
123900     PERFORM 765-MASK-FIND-END                                    12390000
124000       UNTIL MSK-END < 1                                          12400000
124100       OR WS-MASK-CH (MSK-END) NOT = SPACE                        12410000
124200     MOVE SPACES TO WS-MASK-OUT                                   12420000
124300     IF MSK-END > 0                                               12430000
124400         SUBTRACT 3 FROM MSK-END GIVING MSK-START                 12440000
124500         IF MSK-START < 1                                         12450000
124600             MOVE 1 TO MSK-START                                  12460000
124700         END-IF                                                   12470000
124800         MOVE 1 TO MSK-SUB                                        12480000
124900         PERFORM 766-MASK-ONE-CHAR                                12490000
125000           UNTIL MSK-SUB > MSK-END                                12500000
125100     END-IF                                                       12510000
125200     .                                                            12520000
125300                                                                  12530000
125400 765-MASK-FIND-END.                                               12540000
125500     SUBTRACT 1 FROM MSK-END                                      12550000
125600     .                                                            12560000
125700                                                                  12570000
125800 766-MASK-ONE-CHAR.                                               12580000
125900     IF MSK-SUB < MSK-START                                       12590000
126000         MOVE '*' TO WS-MASK-OCH (MSK-SUB)                        12600000
126100     ELSE                                                         12610000
126200         MOVE WS-MASK-CH (MSK-SUB) TO WS-MASK-OCH (MSK-SUB)       12620000
126300     END-IF                                                       12630000
126400     ADD 1 TO MSK-SUB                                             12640000
126500     .                                                            12650000
126600                                                                  12660000
126700 800-PRINT-HEADINGS.                                              12670000
126800     ADD 1 TO WS-PAGE                                             12680000
126900     MOVE WS-PAGE TO H-PAGE                                       12690000
127000     MOVE WS-PK-ID-NUMBER TO H-EMP-ID                             12700000
127100     MOVE WS-PK-NAME TO H-EMP-NAME                                12710000
127200     WRITE PRINT-REC FROM HEADING-1                               12720000
127300       AFTER ADVANCING PAGE                                       12730000
127400     END-WRITE                                                    12740000
127500     MOVE HEADING-2 TO WS-PRINT-REC                               12750000
127600     MOVE 1 TO WS-SPACING                                         12760000
127700     PERFORM 750-WRITE                                            12770000
127800     MOVE 2 TO WS-SPACING                                         12780000
127900     MOVE 0 TO WS-LINE-COUNT                                      12790000
128000     .                                                            12800000
128100                                                                  12810000
128200 850-GET-DATE.                                                    12820000
128300     ACCEPT WS-DATE FROM DATE                                     12830000
128400     MOVE MM TO H-MM                                              12840000
128500     MOVE DD TO H-DD                                              12850000
128600     MOVE YY TO H-YY                                              12860000
128700     ACCEPT WS-TIME FROM TIME                                     12870000
128800     MOVE HH TO H-HH                                              12880000
128900     MOVE MN TO H-MN                                              12890000
129000     .                                                            12900000
129100                                                                  12910000
129200 900-PRINT-RUN-TOTALS.                                            12920000
129300     MOVE SPACES TO WS-PRINT-REC                                  12930000
129400     MOVE 2 TO WS-SPACING                                         12940000
129500     MOVE REC-COUNT TO WS-REC-COUNT-ED                            12950000
129600     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          12960000
129700     PERFORM 700-PRINT-LINE                                       12970000
129800     MOVE SPACES TO WS-TOTAL-LINE                                 12980000
129900     MOVE 'REQUEST CARDS REFUSED:' TO TL-LABEL                    12990000
130000     MOVE REFUSED-COUNT TO TL-COUNT                               13000000
130100     PERFORM 910-PRINT-TOTAL-LINE                                 13010000
130200     MOVE 'DOSSIER PACKETS PRINTED:' TO TL-LABEL                  13020000
130300     MOVE PACKET-COUNT TO TL-COUNT                                13030000
130400     PERFORM 910-PRINT-TOTAL-LINE                                 13040000
130500     MOVE 'EMPLOYEES NOT ON EMPMSTR:' TO TL-LABEL                 13050000
130600     MOVE NOT-ON-MASTER-COUNT TO TL-COUNT                         13060000
130700     PERFORM 910-PRINT-TOTAL-LINE                                 13070000
130800     MOVE 'PAY ARCHIVE RECORDS LISTED:' TO TL-LABEL               13080000
130900     MOVE RUN-ARCH-COUNT TO TL-COUNT                              13090000
131000     PERFORM 910-PRINT-TOTAL-LINE                                 13100000
131100     .                                                            13110000
131200                                                                  13120000
131300 910-PRINT-TOTAL-LINE.                                            13130000
131400     MOVE WS-TOTAL-LINE TO PR-DETAIL                              13140000
131500     PERFORM 700-PRINT-LINE                                       13150000
131600     MOVE SPACES TO WS-TOTAL-LINE                                 13160000
131700     .                                                            13170000
131800                                                                  13180000
131900 985-WRITE-AUDIT-LOG.                                             13190000
132000     OPEN EXTEND AUDIT-FILE                                       13200000
132100     MOVE 'DOSSIER' TO AUD-PROGRAM                                13210000
132200     MOVE WS-DATE TO AUD-RUN-DATE                                 13220000
132300     MOVE WS-TIME TO AUD-RUN-TIME                                 13230000
132400     MOVE WS-DATE TO AUD-PERIOD-END                               13240000
132500     MOVE REC-COUNT TO AUD-RECS-READ                              13250000
132600     MOVE PACKET-COUNT TO AUD-RECS-WRITTEN                        13260000
132700     ADD REFUSED-COUNT NOT-ON-MASTER-COUNT GIVING EXC-COUNT       13270000
132800     MOVE EXC-COUNT TO AUD-EXC-COUNT                              13280000
132900     MOVE RETURN-CODE TO AUD-RETURN-CODE                          13290000
133000     WRITE AUD-REC                                                13300000
133100     CLOSE AUDIT-FILE                                             13310000
133200     .                                                            13320000
