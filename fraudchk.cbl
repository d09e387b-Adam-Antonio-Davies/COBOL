000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    FRAUDCHK.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    PERIODIC PAYROLL FRAUD AND GHOST-EMPLOYEE REVIEW FOR    *    00070000
000800*    INTERNAL AUDIT.  RUNS AFTER PAYNET ON THE PERIOD'S PAY  *    00080000
000900*    FILE AND LOOKS ACROSS THE MASTERS FOR THE CLASSIC       *    00090000
001000*    PATTERNS, LISTING EVERY FINDING ON ONE REPORT IN        *    00100000
001100*    SEVERITY ORDER (HIGH, MEDIUM, LOW):                     *    00110000
001200*      HIGH    A ROUTING/ACCOUNT NUMBER ON BANKMSTR UNDER    *    00120000
001300*              MORE THAN ONE EMPLOYEE NUMBER.                *    00130000
001400*      HIGH    A DEPOSIT ON PAYNET'S ACH FEED OF AT LEAST    *    00140000
001500*              THE LARGE-DEPOSIT AMOUNT TO AN ACCOUNT ADDED  *    00150000
001600*              OR CHANGED (BM-CHANGE-DATE) WITHIN THE WINDOW *    00160000
001700*              BEFORE THE PERIOD END, OR ANY DEPOSIT TO AN   *    00170000
001800*              ACCOUNT NO LONGER ON BANKMSTR.                *    00180000
001900*      HIGH    A PAY RECORD FOR AN EMPLOYEE NOT ON EMPMSTR.  *    00190000
002000*      HIGH    TWO EMPLOYEE NUMBERS WITH THE SAME SSN.       *    00200000
002100*      MEDIUM  TWO EMPLOYEE NUMBERS WITH THE SAME NAME.      *    00210000
002200*      MEDIUM  AN HOURLY (PAYTYPE METHOD 'H') PAY RECORD FOR *    00220000
002300*              AN EMPLOYEE WITH NO TIMECLK PUNCHES.          *    00230000
002400*      LOW     A RATE OVER THE RATE-NORM PERCENT OF THE      *    00240000
002500*              AVERAGE FOR THE SAME COMPANY, DIVISION,       *    00250000
002600*              DEPARTMENT AND PAY TYPE (DEPARTMENTS WITH AT  *    00260000
002700*              LEAST THE MINIMUM HEAD COUNT ONLY).           *    00270000
002800*    THE OPTIONAL FRAUDCARD GIVES THE PERIOD END (MMDDYY;    *    00280000
002900*    DEFAULT THE FIRST PAY RECORD'S), THE LARGE-DEPOSIT      *    00290000
003000*    AMOUNT (DEFAULT 2,000.00), THE CHANGE WINDOW IN DAYS    *    00300000
003100*    (DEFAULT 30), THE RATE-NORM PERCENT (DEFAULT 150) AND   *    00310000
003200*    THE MINIMUM DEPARTMENT HEAD COUNT (DEFAULT 3).  WITH NO *    00320000
003300*    PUNCHES FILE THE PUNCH CHECK IS SKIPPED AND SAYS SO.    *    00330000
003400*    ANY FINDING ENDS THE RUN WITH RC 4.  AN EMPTY PAY FILE, *    00340000
003500*    OR A TABLE TOO SMALL TO HOLD A MASTER (SO THE REVIEW IS *    00350000
003600*    INCOMPLETE), ENDS IT WITH RC 8.                         *    00360000
003700*                                                            *    00370000
003800**************************************************************    00380000
003900                                                                  00390000
004000 ENVIRONMENT DIVISION.                                            00400000
004100 CONFIGURATION SECTION.                                           00410000
004200 SOURCE-COMPUTER.                                                 00420000
004300     Z13                                                          00430000
004400     WITH DEBUGGING MODE                                          00440000
004500     .                                                            00450000
004600                                                                  00460000
004700 INPUT-OUTPUT SECTION.                                            00470000
004800                                                                  00480000
004900 FILE-CONTROL.                                                    00490000
005000     SELECT PAY-FILE               ASSIGN TO MYINFILE.            00500000
005100     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00510000
005200     SELECT OPTIONAL FRAUD-CARD-FILE ASSIGN TO FRAUDCARD.         00520000
005300     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00530000
005400         ORGANIZATION IS INDEXED                                  00540000
005500         ACCESS IS DYNAMIC                                        00550000
005600         RECORD KEY IS EMP-ID-NUMBER.                             00560000
005700     SELECT OPTIONAL BANK-MASTER-FILE ASSIGN TO BANKMSTR.         00570000
005800     SELECT OPTIONAL ACH-FILE      ASSIGN TO ACHFILE.             00580000
005900     SELECT OPTIONAL PUNCH-FILE    ASSIGN TO PUNCHES.             00590000
006000     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00600000
006100     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00610000
006200                                                                  00620000
006300 DATA DIVISION.                                                   00630000
006400 FILE SECTION.                                                    00640000
006500                                                                  00650000
006600 FD  PAY-FILE                                                     00660000
006700     RECORDING MODE IS F.                                         00670000
006800 01  PAY-REC.                                                     00680000
006900     10  FILLER                    PIC X(102).                    00690000
007000                                                                  00700000
007100 FD  PRINT-FILE                                                   00710000
007200     RECORDING MODE IS F.                                         00720000
007300 01  PRINT-REC.                                                   00730000
007400     10  FILLER                    PIC X(132).                    00740000
007500                                                                  00750000
007600 FD  FRAUD-CARD-FILE                                              00760000
007700     RECORDING MODE IS F.                                         00770000
007800 01  FC-REC.                                                      00780000
007900     10  FC-PERIOD-END             PIC X(06).                     00790000
008000     10  FC-PERIOD-END-N REDEFINES FC-PERIOD-END                  00800000
008100                                   PIC 9(06).                     00810000
008200     10  FC-LARGE-AMT              PIC X(07).                     00820000
008300     10  FC-LARGE-AMT-N REDEFINES FC-LARGE-AMT                    00830000
008400                                   PIC 9(05)V99.                  00840000
008500     10  FC-WINDOW-DAYS            PIC X(03).                     00850000
008600     10  FC-WINDOW-DAYS-N REDEFINES FC-WINDOW-DAYS                00860000
008700                                   PIC 9(03).                     00870000
008800     10  FC-RATE-PCT               PIC X(03).                     00880000
008900     10  FC-RATE-PCT-N REDEFINES FC-RATE-PCT                      00890000
009000                                   PIC 9(03).                     00900000
009100     10  FC-MIN-DEPT               PIC X(02).                     00910000
009200     10  FC-MIN-DEPT-N REDEFINES FC-MIN-DEPT                      00920000
009300                                   PIC 9(02).                     00930000
009400     10  FILLER                    PIC X(59).                     00940000
009500                                                                  00950000
009600 FD  EMPLOYEE-MASTER-FILE.                                        00960000
009700     COPY EMPMSTR.                                                00970000
009800                                                                  00980000
009900 FD  BANK-MASTER-FILE                                             00990000
010000     RECORDING MODE IS F.                                         01000000
010100     COPY BANKMSTR.                                               01010000
010200                                                                  01020000
010300 FD  ACH-FILE                                                     01030000
010400     RECORDING MODE IS F.                                         01040000
010500 01  AC-REC.                                                      01050000
010600     10  AC-REC-TYPE               PIC X(01).                     01060000
010700     10  AC-ROUTING-NO             PIC X(09).                     01070000
010800     10  AC-ACCOUNT-NO             PIC X(17).                     01080000
010900     10  AC-ID-NUMBER              PIC X(05).                     01090000
011000     10  AC-LAST-NAME              PIC X(11).                     01100000
011100     10  AC-FIRST-NAME             PIC X(11).                     01110000
011200     10  AC-AMOUNT                 PIC 9(07)V99.                  01120000
011300     10  AC-PERIOD-END-DATE        PIC 9(06).                     01130000
011400     10  AC-ACCT-SEQ               PIC 9(02).                     01140000
011500     10  AC-ACCT-TYPE              PIC X(01).                     01150000
011600     10  AC-COMPANY                PIC X(02).                     01160000
011700     10  FILLER                    PIC X(06).                     01170000
011800                                                                  01180000
011900 FD  PUNCH-FILE                                                   01190000
012000     RECORDING MODE IS F.                                         01200000
012100 01  PN-REC.                                                      01210000
012200     10  PN-ID-NUMBER              PIC X(05).                     01220000
012300     10  FILLER                    PIC X(75).                     01230000
012400                                                                  01240000
012500 FD  PAY-TYPE-FILE                                                01250000
012600     RECORDING MODE IS F.                                         01260000
012700     COPY PAYTYPE.                                                01270000
012800                                                                  01280000
012900 FD  AUDIT-FILE                                                   01290000
013000     RECORDING MODE IS F.                                         01300000
013100     COPY AUDITLOG.                                               01310000
013200                                                                  01320000
013300 WORKING-STORAGE SECTION.                                         01330000
013400                                                                  01340000
013500 01  WS-COUNTERS-FLAGS.                                           01350000
013600     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01360000
013700     10  WS-SPACING                PIC 9(01) VALUE 2.             01370000
013800     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01380000
013900     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01390000
014000     10  WS-PAGE                   PIC 9(03) VALUE 0.             01400000
014100     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01410000
014200     10  EMP-FOUND-FLAG            PIC X(03) VALUE "NO".          01420000
014300     10  ACH-COUNT                 PIC 9(05) VALUE ZERO.          01430000
014400     10  LARGE-DEP-COUNT           PIC 9(05) VALUE ZERO.          01440000
014500     10  PUNCH-REC-COUNT           PIC 9(07) VALUE ZERO.          01450000
014600                                                                  01460000
014700 01  CARD-FIELDS.                                                 01470000
014800     10  WS-PERIOD-END             PIC 9(06) VALUE ZERO.          01480000
014900     10  WS-LARGE-AMT              PIC 9(05)V99 VALUE 2000.00.    01490000
015000     10  WS-WINDOW-DAYS            PIC 9(03) VALUE 30.            01500000
015100     10  WS-RATE-PCT               PIC 9(03) VALUE 150.           01510000
015200     10  WS-MIN-DEPT               PIC 9(02) VALUE 3.             01520000
015300     10  FC-EOF-FLAG               PIC X(03) VALUE "NO".          01530000
015400                                                                  01540000
015500 01  EMPLOYEE-TABLE.                                              01550000
015600     10  EM-COUNT                  PIC 9(04) VALUE ZERO.          01560000
015700     10  EM-ITEM                   OCCURS 2000 TIMES.             01570000
015800         15  EM-ID-NUMBER          PIC X(05).                     01580000
015900         15  EM-LAST-NAME          PIC X(11).                     01590000
016000         15  EM-FIRST-NAME         PIC X(11).                     01600000
016100         15  EM-SSN                PIC X(09).                     01610000
016200 01  EM-I                          PIC 9(04) VALUE ZERO.          01620000
016300 01  EM-J                          PIC 9(04) VALUE ZERO.          01630000
016400 01  EM-EOF-FLAG                   PIC X(03) VALUE "NO".          01640000
016500 01  EM-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01650000
016600                                                                  01660000
016700 01  BANK-TABLE.                                                  01670000
016800     10  BT-COUNT                  PIC 9(03) VALUE ZERO.          01680000
016900     10  BT-ITEM                   OCCURS 500 TIMES.              01690000
017000         15  BT-ID-NUMBER          PIC X(05).                     01700000
017100         15  BT-ACCT-SEQ           PIC 9(02).                     01710000
017200         15  BT-ROUTING-NO         PIC X(09).                     01720000
017300         15  BT-ACCOUNT-NO         PIC X(17).                     01730000
017400         15  BT-CHANGE-DATE        PIC 9(06).                     01740000
017500 01  BT-SUB                        PIC 9(03) VALUE ZERO.          01750000
017600 01  BT-SUB2                       PIC 9(03) VALUE ZERO.          01760000
017700 01  BT-PICKED                     PIC 9(03) VALUE ZERO.          01770000
017800 01  BT-EOF-FLAG                   PIC X(03) VALUE "NO".          01780000
017900 01  BT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01790000
018000                                                                  01800000
018100 01  PUNCH-ID-TABLE.                                              01810000
018200     10  PI-COUNT                  PIC 9(04) VALUE ZERO.          01820000
018300     10  PI-ID-NUMBER              OCCURS 2000 TIMES PIC X(05).   01830000
018400 01  PI-SUB                        PIC 9(04) VALUE ZERO.          01840000
018500 01  PI-EOF-FLAG                   PIC X(03) VALUE "NO".          01850000
018600 01  PI-FOUND-FLAG                 PIC X(03) VALUE "NO".          01860000
018700 01  PI-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01870000
018800 01  WS-LAST-PUNCH-ID              PIC X(05) VALUE SPACES.        01880000
018900                                                                  01890000
019000 01  DEPT-NORM-TABLE.                                             01900000
019100     10  DN-COUNT                  PIC 9(03) VALUE ZERO.          01910000
019200     10  DN-ITEM                   OCCURS 300 TIMES.              01920000
019300         15  DN-COMPANY            PIC X(02).                     01930000
019400         15  DN-DIV                PIC X(02).                     01940000
019500         15  DN-DEPT               PIC X(03).                     01950000
019600         15  DN-PAY-TYPE           PIC X(01).                     01960000
019700         15  DN-HEADS              PIC 9(04).                     01970000
019800         15  DN-RATE-TOTAL         PIC 9(07)V99.                  01980000
019900         15  DN-AVG-RATE           PIC 9(03)V99.                  01990000
020000 01  DN-SUB                        PIC 9(03) VALUE ZERO.          02000000
020100 01  DN-PICKED                     PIC 9(03) VALUE ZERO.          02010000
020200 01  DN-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          02020000
020300 01  WS-NORM-LIMIT                 PIC 9(07)V99 VALUE ZERO.       02030000
020400 01  WS-RATE-X100                  PIC 9(07)V99 VALUE ZERO.       02040000
020500 01  WS-RATE-OF-NORM               PIC 9(05) VALUE ZERO.          02050000
020600                                                                  02060000
020700 01  PAY-TYPE-TABLE.                                              02070000
020800     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          02080000
020900     10  TY-ITEM                   OCCURS 20 TIMES.               02090000
021000         15  TY-CODE               PIC X(01).                     02100000
021100         15  TY-METHOD             PIC X(01).                     02110000
021200         15  TY-OT-FLAG            PIC X(01).                     02120000
021300 01  TY-SUB                        PIC 9(02) VALUE ZERO.          02130000
021400 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          02140000
021500 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          02150000
021600 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         02160000
021700 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         02170000
021800                                                                  02180000
021900 01  FINDING-TABLE.                                               02190000
022000     10  FN-COUNT                  PIC 9(04) VALUE ZERO.          02200000
022100     10  FN-ITEM                   OCCURS 1000 TIMES.             02210000
022200         15  FN-SEVERITY           PIC X(01).                     02220000
022300         15  FN-CHECK              PIC X(22).                     02230000
022400         15  FN-ID-NUMBER          PIC X(05).                     02240000
022500         15  FN-OTHER-ID           PIC X(05).                     02250000
022600         15  FN-DETAIL             PIC X(70).                     02260000
022700 01  FN-SUB                        PIC 9(04) VALUE ZERO.          02270000
022800 01  FN-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          02280000
022900 01  WS-PRINT-SEVERITY             PIC X(01) VALUE SPACE.         02290000
023000                                                                  02300000
023100 01  NEW-FINDING.                                                 02310000
023200     10  NF-SEVERITY               PIC X(01).                     02320000
023300     10  NF-CHECK                  PIC X(22).                     02330000
023400     10  NF-ID-NUMBER              PIC X(05).                     02340000
023500     10  NF-OTHER-ID               PIC X(05).                     02350000
023600     10  NF-DETAIL                 PIC X(70).                     02360000
023700                                                                  02370000
023800 01  FINDING-COUNTS.                                              02380000
023900     10  HIGH-COUNT                PIC 9(05) VALUE ZERO.          02390000
024000     10  MEDIUM-COUNT              PIC 9(05) VALUE ZERO.          02400000
024100     10  LOW-COUNT                 PIC 9(05) VALUE ZERO.          02410000
024200     10  SHARED-ACCT-COUNT         PIC 9(05) VALUE ZERO.          02420000
024300     10  CHANGED-ACCT-COUNT        PIC 9(05) VALUE ZERO.          02430000
024400     10  NO-MASTER-COUNT           PIC 9(05) VALUE ZERO.          02440000
024500     10  NO-PUNCH-COUNT            PIC 9(05) VALUE ZERO.          02450000
024600     10  DUP-SSN-COUNT             PIC 9(05) VALUE ZERO.          02460000
024700     10  DUP-NAME-COUNT            PIC 9(05) VALUE ZERO.          02470000
024800     10  HIGH-RATE-COUNT           PIC 9(05) VALUE ZERO.          02480000
024900                                                                  02490000
025000 01  DAY-CAL-FIELDS.                                              02500000
025100     10  WS-DC-DATE.                                              02510000
025200         15  WS-DC-MM              PIC 9(02).                     02520000
025300         15  WS-DC-DD              PIC 9(02).                     02530000
025400         15  WS-DC-YY              PIC 9(02).                     02540000
025500     10  WS-DC-DAYNUM              PIC 9(06) VALUE ZERO.          02550000
025600     10  WS-PERIOD-DAYNUM          PIC 9(06) VALUE ZERO.          02560000
025700     10  WS-WINDOW-DAYNUM          PIC 9(06) VALUE ZERO.          02570000
025800     10  WS-LEAP-QUOT              PIC 9(03) VALUE ZERO.          02580000
025900     10  WS-LEAP-REM               PIC 9(01) VALUE ZERO.          02590000
026000     10  WS-LEAP-YEARS             PIC 9(03) VALUE ZERO.          02600000
026100     10  WS-MONTH-SUB              PIC 9(02) VALUE ZERO.          02610000
026200                                                                  02620000
026300 01  DAYS-IN-MONTH-TABLE.                                         02630000
026400     10  FILLER                    PIC X(24) VALUE                02640000
026500         '312831303130313130313031'.                              02650000
026600 01  FILLER REDEFINES DAYS-IN-MONTH-TABLE.                        02660000
026700     10  DIM-DAYS                  OCCURS 12 TIMES PIC 9(02).     02670000
026800                                                                  02680000
026900 01  WS-YMD-PARTS.                                                02690000
027000     10  WS-YMD-YY                 PIC 9(02).                     02700000
027100     10  WS-YMD-MM                 PIC 9(02).                     02710000
027200     10  WS-YMD-DD                 PIC 9(02).                     02720000
027300 01  WS-YMD-NUM REDEFINES WS-YMD-PARTS                            02730000
027400                                   PIC 9(06).                     02740000
027500                                                                  02750000
027600 01  MASK-FIELDS.                                                 02760000
027700     10  WS-MASK-IN                PIC X(17).                     02770000
027800     10  FILLER REDEFINES WS-MASK-IN.                             02780000
027900         15  WS-MASK-CH            OCCURS 17 TIMES PIC X(01).     02790000
028000     10  WS-MASK-OUT               PIC X(17).                     02800000
028100     10  FILLER REDEFINES WS-MASK-OUT.                            02810000
028200         15  WS-MASK-OCH           OCCURS 17 TIMES PIC X(01).     02820000
028300     10  MSK-SUB                   PIC S9(02) VALUE 0.            02830000
028400     10  MSK-END                   PIC S9(02) VALUE 0.            02840000
028500     10  MSK-START                 PIC S9(02) VALUE 0.            02850000
028600                                                                  02860000
028700 01  DT-ACCOUNT.                                                  02870000
028800     10  FILLER                    PIC X(08) VALUE 'ROUTING '.    02880000
028900     10  DA-ROUTING-NO             PIC X(09).                     02890000
029000     10  FILLER                    PIC X(09) VALUE ' ACCOUNT '.   02900000
029100     10  DA-ACCOUNT-NO             PIC X(17).                     02910000
029200     10  FILLER                    PIC X(27) VALUE SPACES.        02920000
029300                                                                  02930000
029400 01  DT-DEPOSIT.                                                  02940000
029500     10  FILLER                    PIC X(08) VALUE 'DEPOSIT '.    02950000
029600     10  DD-AMOUNT                 PIC Z,ZZZ,ZZ9.99.              02960000
029700     10  FILLER                    PIC X(09) VALUE ' TO ACCT '.   02970000
029800     10  DD-ACCOUNT-NO             PIC X(17).                     02980000
029900     10  FILLER                    PIC X(01) VALUE SPACE.         02990000
030000     10  DD-NOTE                   PIC X(23).                     03000000
030100                                                                  03010000
030200 01  DT-CHANGED.                                                  03020000
030300     10  FILLER                    PIC X(08) VALUE 'CHANGED '.    03030000
030400     10  DC-CHANGE-DATE            PIC 99/99/99.                  03040000
030500     10  FILLER                    PIC X(07) VALUE SPACES.        03050000
030600                                                                  03060000
030700 01  DT-PAY.                                                      03070000
030800     10  FILLER                    PIC X(05) VALUE 'NAME '.       03080000
030900     10  DP-FIRST-NAME             PIC X(11).                     03090000
031000     10  FILLER                    PIC X(01) VALUE SPACE.         03100000
031100     10  DP-LAST-NAME              PIC X(11).                     03110000
031200     10  FILLER                    PIC X(05) VALUE ' CO '.        03120000
031300     10  DP-COMPANY                PIC X(02).                     03130000
031400     10  FILLER                    PIC X(05) VALUE ' DIV '.       03140000
031500     10  DP-DIV                    PIC X(02).                     03150000
031600     10  FILLER                    PIC X(06) VALUE ' DEPT '.      03160000
031700     10  DP-DEPT                   PIC X(03).                     03170000
031800     10  FILLER                    PIC X(06) VALUE ' TYPE '.      03180000
031900     10  DP-PAY-TYPE               PIC X(01).                     03190000
032000     10  FILLER                    PIC X(12) VALUE SPACES.        03200000
032100                                                                  03210000
032200 01  DT-NO-PUNCH.                                                 03220000
032300     10  FILLER                    PIC X(05) VALUE 'TYPE '.       03230000
032400     10  NP-PAY-TYPE           PIC X(01).                         03240000
032500     10  FILLER                    PIC X(01) VALUE SPACE.         03250000
032600     10  NP-HOURS                  PIC ZZ9.9.                     03260000
032700     10  FILLER                    PIC X(40) VALUE                03270000
032800         ' HOURS PAID, NO PUNCHES ON THE PERIOD'.                 03280000
032900     10  FILLER                    PIC X(18) VALUE SPACES.        03290000
033000                                                                  03300000
033100 01  DT-DUP-NAME.                                                 03310000
033200     10  FILLER                    PIC X(05) VALUE 'NAME '.       03320000
033300     10  DU-FIRST-NAME             PIC X(11).                     03330000
033400     10  FILLER                    PIC X(01) VALUE SPACE.         03340000
033500     10  DU-LAST-NAME              PIC X(11).                     03350000
033600     10  FILLER                    PIC X(42) VALUE SPACES.        03360000
033700                                                                  03370000
033800 01  DT-DUP-SSN.                                                  03380000
033900     10  FILLER                    PIC X(11) VALUE 'SSN ***-**-'. 03390000
034000     10  DS-SSN-LAST4              PIC X(04).                     03400000
034100     10  FILLER                    PIC X(07) VALUE ' NAMES '.     03410000
034200     10  DS-NAME-1                 PIC X(11).                     03420000
034300     10  FILLER                    PIC X(03) VALUE ' / '.         03430000
034400     10  DS-NAME-2                 PIC X(11).                     03440000
034500     10  FILLER                    PIC X(23) VALUE SPACES.        03450000
034600                                                                  03460000
034700 01  WS-SSN-IN                     PIC X(09).                     03470000
034800 01  FILLER REDEFINES WS-SSN-IN.                                  03480000
034900     10  FILLER                    PIC X(05).                     03490000
035000     10  WS-SSN-SERIAL             PIC X(04).                     03500000
035100                                                                  03510000
035200 01  DT-RATE.                                                     03520000
035300     10  FILLER                    PIC X(05) VALUE 'RATE '.       03530000
035400     10  DR-RATE                   PIC ZZ9.99.                    03540000
035500     10  FILLER                    PIC X(10) VALUE ' DEPT AVG '.  03550000
035600     10  DR-AVG-RATE               PIC ZZ9.99.                    03560000
035700     10  FILLER                    PIC X(01) VALUE SPACE.         03570000
035800     10  DR-PCT                    PIC ZZ,ZZ9.                    03580000
035900     10  FILLER                    PIC X(05) VALUE '% OF '.       03590000
036000     10  DR-HEADS                  PIC ZZZ9.                      03600000
036100     10  FILLER                    PIC X(07) VALUE ' PAID, '.     03610000
036200     10  DR-COMPANY                PIC X(02).                     03620000
036300     10  FILLER                    PIC X(01) VALUE '/'.           03630000
036400     10  DR-DIV                    PIC X(02).                     03640000
036500     10  FILLER                    PIC X(01) VALUE '/'.           03650000
036600     10  DR-DEPT                   PIC X(03).                     03660000
036700     10  FILLER                    PIC X(06) VALUE ' TYPE '.      03670000
036800     10  DR-PAY-TYPE               PIC X(01).                     03680000
036900     10  FILLER                    PIC X(04) VALUE SPACES.        03690000
037000                                                                  03700000
037100 01  WS-REC-COUNT-LINE.                                           03710000
037200     10  FILLER                    PIC X(14) VALUE                03720000
037300         'RECORDS READ: '.                                        03730000
037400     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     03740000
037500                                                                  03750000
037600 01  WS-TOTAL-LINE.                                               03760000
037700     10  FILLER                    PIC X(01).                     03770000
037800     10  TL-LABEL                  PIC X(30).                     03780000
037900     10  TL-COUNT                  PIC ZZ,ZZ9.                    03790000
038000                                                                  03800000
038100 01  WS-PARM-LINE.                                                03810000
038200     10  FILLER                    PIC X(01).                     03820000
038300     10  PL-LABEL                  PIC X(30).                     03830000
038400     10  PL-VALUE                  PIC X(20).                     03840000
038500                                                                  03850000
038600 01  WS-ED-AMOUNT                  PIC ZZ,ZZ9.99.                 03860000
038700 01  WS-ED-DAYS                    PIC ZZ9.                       03870000
038800 01  WS-ED-DATE                    PIC 99/99/99.                  03880000
038900                                                                  03890000
039000 01  WS-FINDING-HEAD.                                             03900000
039100     10  FILLER                    PIC X(40) VALUE                03910000
039200         ' SEVERITY  CHECK                   EMP  '.              03920000
039300     10  FILLER                    PIC X(40) VALUE                03930000
039400         '  OTHER  DETAIL                         '.              03940000
039500                                                                  03950000
039600 01  WS-FINDING-LINE.                                             03960000
039700     10  FILLER                    PIC X(01).                     03970000
039800     10  FL-SEVERITY               PIC X(08).                     03980000
039900     10  FILLER                    PIC X(02).                     03990000
040000     10  FL-CHECK                  PIC X(22).                     04000000
040100     10  FILLER                    PIC X(02).                     04010000
040200     10  FL-ID-NUMBER              PIC X(05).                     04020000
040300     10  FILLER                    PIC X(02).                     04030000
040400     10  FL-OTHER-ID               PIC X(05).                     04040000
040500     10  FILLER                    PIC X(02).                     04050000
040600     10  FL-DETAIL                 PIC X(70).                     04060000
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
043800     10  FILLER                    PIC X(40) VALUE                04380000
043900         'PAYROLL FRAUD AND GHOST-EMPLOYEE REVIEW '.              04390000
044000     10  FILLER                    PIC X(08) VALUE 'PERIOD '.     04400000
044100     10  H-PERIOD-END              PIC 99/99/99.                  04410000
044200     10  FILLER                    PIC X(06) VALUE SPACES.        04420000
044300     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      04430000
044400     10  H-PAGE                    PIC Z(03).                     04440000
044500                                                                  04450000
044600 PROCEDURE DIVISION.                                              04460000
044700                                                                  04470000
044800 010-START-HERE.                                                  04480000
044900     OPEN OUTPUT PRINT-FILE                                       04490000
045000     PERFORM 850-GET-DATE                                         04500000
045100     PERFORM 840-LOAD-CARD                                        04510000
045200     PERFORM 847-LOAD-PAY-TYPES                                   04520000
045300     PERFORM 846-LOAD-PUNCHES                                     04530000
045400     PERFORM 845-LOAD-BANK-MASTER                                 04540000
045500     OPEN INPUT EMPLOYEE-MASTER-FILE                              04550000
045600     PERFORM 843-LOAD-EMPLOYEES                                   04560000
045700     OPEN INPUT PAY-FILE                                          04570000
045800     PERFORM 100-READ-INPUT                                       04580000
045900     IF EOF-FLAG = "NO" AND WS-PERIOD-END = 0                     04590000
046000         MOVE PAY-PERIOD-END-DATE TO WS-PERIOD-END                04600000
046100     END-IF                                                       04610000
046200     MOVE WS-PERIOD-END TO H-PERIOD-END                           04620000
046300     PERFORM 800-PRINT-HEADINGS                                   04630000
046400     PERFORM 200-PRINT-PARAMETERS                                 04640000
046500     PERFORM 300-CHECK-PAY-RECORD                                 04650000
046600       UNTIL EOF-FLAG = "YES"                                     04660000
046700     CLOSE PAY-FILE                                               04670000
046800     CLOSE EMPLOYEE-MASTER-FILE                                   04680000
046900     PERFORM 400-CHECK-RATES                                      04690000
047000     PERFORM 500-CHECK-SHARED-ACCOUNTS                            04700000
047100     PERFORM 550-CHECK-DEPOSITS                                   04710000
047200     PERFORM 600-CHECK-DUPLICATE-EMPLOYEES                        04720000
047300     PERFORM 680-PRINT-FINDINGS                                   04730000
047400     PERFORM 900-PRINT-FINAL-TOTALS                               04740000
047500     IF REC-COUNT = 0                                             04750000
047600       OR EM-DROPPED-COUNT > 0 OR BT-DROPPED-COUNT > 0            04760000
047700       OR PI-DROPPED-COUNT > 0 OR DN-DROPPED-COUNT > 0            04770000
047800       OR FN-DROPPED-COUNT > 0                                    04780000
047900         MOVE 8 TO RETURN-CODE                                    04790000
048000     ELSE                                                         04800000
048100     IF FN-COUNT > 0                                              04810000
048200         MOVE 4 TO RETURN-CODE                                    04820000
048300     END-IF                                                       04830000
048400     END-IF                                                       04840000
048500     CLOSE PRINT-FILE                                             04850000
048600     PERFORM 985-WRITE-AUDIT-LOG                                  04860000
048700     GOBACK.                                                      04870000
048800                                                                  04880000
048900 100-READ-INPUT.                                                  04890000
049000     READ PAY-FILE INTO WS-PAY-REC                                04900000
049100       AT END                                                     04910000
049200         MOVE "YES" TO EOF-FLAG                                   04920000
049300       NOT AT END                                                 04930000
049400         ADD 1 TO REC-COUNT                                       04940000
049500     END-READ                                                     04950000
049600     .                                                            04960000
049700                                                                  04970000
049800 200-PRINT-PARAMETERS.                                            04980000
049900     MOVE SPACES TO WS-PARM-LINE                                  04990000
050000     MOVE 'LARGE DEPOSIT AMOUNT:' TO PL-LABEL                     05000000
050100     MOVE WS-LARGE-AMT TO WS-ED-AMOUNT                            05010000
050200     MOVE WS-ED-AMOUNT TO PL-VALUE                                05020000
050300     PERFORM 210-PRINT-PARM-LINE                                  05030000
050400     MOVE 'ACCOUNT CHANGE WINDOW (DAYS):' TO PL-LABEL             05040000
050500     MOVE WS-WINDOW-DAYS TO WS-ED-DAYS                            05050000
050600     MOVE WS-ED-DAYS TO PL-VALUE                                  05060000
050700     PERFORM 210-PRINT-PARM-LINE                                  05070000
050800     MOVE 'RATE NORM PERCENT:' TO PL-LABEL                        05080000
050900     MOVE WS-RATE-PCT TO WS-ED-DAYS                               05090000
051000     MOVE WS-ED-DAYS TO PL-VALUE                                  05100000
051100     PERFORM 210-PRINT-PARM-LINE                                  05110000
051200     MOVE 'MINIMUM DEPARTMENT HEAD COUNT:' TO PL-LABEL            05120000
051300     MOVE WS-MIN-DEPT TO WS-ED-DAYS                               05130000
051400     MOVE WS-ED-DAYS TO PL-VALUE                                  05140000
051500     PERFORM 210-PRINT-PARM-LINE                                  05150000
051600     IF PUNCH-REC-COUNT = 0                                       05160000
051700         MOVE ' ** NO PUNCHES FILE - HOURLY PUNCH CHECK SKIPPED'  05170000
051800             TO PR-DETAIL                                         05180000
051900         PERFORM 700-PRINT-LINE                                   05190000
052000     END-IF                                                       05200000
052100     .                                                            05210000
052200                                                                  05220000
052300 210-PRINT-PARM-LINE.                                             05230000
052400     MOVE WS-PARM-LINE TO PR-DETAIL                               05240000
052500     PERFORM 700-PRINT-LINE                                       05250000
052600     MOVE SPACES TO WS-PARM-LINE                                  05260000
052700     .                                                            05270000
052800                                                                  05280000
052900 300-CHECK-PAY-RECORD.                                            05290000
053000     MOVE PAY-ID-NUMBER TO EMP-ID-NUMBER                          05300000
053100     READ EMPLOYEE-MASTER-FILE                                    05310000
053200       INVALID KEY                                                05320000
053300         MOVE "NO" TO EMP-FOUND-FLAG                              05330000
053400       NOT INVALID KEY                                            05340000
053500         MOVE "YES" TO EMP-FOUND-FLAG                             05350000
053600     END-READ                                                     05360000
053700     IF EMP-FOUND-FLAG = "NO"                                     05370000
053800         MOVE PAY-FIRST-NAME TO DP-FIRST-NAME                     05380000
053900         MOVE PAY-LAST-NAME TO DP-LAST-NAME                       05390000
054000         MOVE PAY-COMPANY TO DP-COMPANY                           05400000
054100         MOVE PAY-DIV TO DP-DIV                                   05410000
054200         MOVE PAY-DEPT TO DP-DEPT                                 05420000
054300         MOVE PAY-PAY-TYPE TO DP-PAY-TYPE                         05430000
054400         MOVE '1' TO NF-SEVERITY                                  05440000
054500         MOVE 'PAID, NOT ON EMPMSTR' TO NF-CHECK                  05450000
054600         MOVE PAY-ID-NUMBER TO NF-ID-NUMBER                       05460000
054700         MOVE SPACES TO NF-OTHER-ID                               05470000
054800         MOVE DT-PAY TO NF-DETAIL                                 05480000
054900         PERFORM 650-ADD-FINDING                                  05490000
055000         ADD 1 TO NO-MASTER-COUNT                                 05500000
055100     END-IF                                                       05510000
055200     IF PAY-ADJ-IND = ' '                                         05520000
055300         PERFORM 345-PAY-TYPE-LOOKUP                              05530000
055400         IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'H'          05540000
055500           AND PUNCH-REC-COUNT > 0                                05550000
055600             PERFORM 310-CHECK-PUNCHES                            05560000
055700         END-IF                                                   05570000
055800         PERFORM 320-ADD-TO-NORM                                  05580000
055900     END-IF                                                       05590000
056000     PERFORM 100-READ-INPUT                                       05600000
056100     .                                                            05610000
056200                                                                  05620000
056300 310-CHECK-PUNCHES.                                               05630000
056400     MOVE "NO" TO PI-FOUND-FLAG                                   05640000
056500     MOVE 1 TO PI-SUB                                             05650000
056600     PERFORM 315-SCAN-PUNCH-IDS                                   05660000
056700       UNTIL PI-FOUND-FLAG = "YES"                                05670000
056800       OR PI-SUB > PI-COUNT                                       05680000
056900     IF PI-FOUND-FLAG = "NO"                                      05690000
057000         MOVE PAY-PAY-TYPE TO NP-PAY-TYPE                         05700000
057100         MOVE PAY-HOURS-WORKED TO NP-HOURS                        05710000
057200         MOVE '2' TO NF-SEVERITY                                  05720000
057300         MOVE 'HOURLY, NO PUNCHES' TO NF-CHECK                    05730000
057400         MOVE PAY-ID-NUMBER TO NF-ID-NUMBER                       05740000
057500         MOVE SPACES TO NF-OTHER-ID                               05750000
057600         MOVE DT-NO-PUNCH TO NF-DETAIL                            05760000
057700         PERFORM 650-ADD-FINDING                                  05770000
057800         ADD 1 TO NO-PUNCH-COUNT                                  05780000
057900     END-IF                                                       05790000
058000     .                                                            05800000
058100                                                                  05810000
058200 315-SCAN-PUNCH-IDS.                                              05820000
058300     IF PI-ID-NUMBER (PI-SUB) = PAY-ID-NUMBER                     05830000
058400         MOVE "YES" TO PI-FOUND-FLAG                              05840000
058500     ELSE                                                         05850000
058600         ADD 1 TO PI-SUB                                          05860000
058700     END-IF                                                       05870000
058800     .                                                            05880000
058900                                                                  05890000
059000 320-ADD-TO-NORM.                                                 05900000
059100     PERFORM 330-FIND-NORM-ROW                                    05910000
059200     IF DN-PICKED = 0                                             05920000
059300         IF DN-COUNT < 300                                        05930000
059400             ADD 1 TO DN-COUNT                                    05940000
059500             MOVE DN-COUNT TO DN-PICKED                           05950000
059600             MOVE PAY-COMPANY TO DN-COMPANY (DN-PICKED)           05960000
059700             MOVE PAY-DIV TO DN-DIV (DN-PICKED)                   05970000
059800             MOVE PAY-DEPT TO DN-DEPT (DN-PICKED)                 05980000
059900             MOVE PAY-PAY-TYPE TO DN-PAY-TYPE (DN-PICKED)         05990000
060000             MOVE 0 TO DN-HEADS (DN-PICKED)                       06000000
060100             MOVE 0 TO DN-RATE-TOTAL (DN-PICKED)                  06010000
060200             MOVE 0 TO DN-AVG-RATE (DN-PICKED)                    06020000
060300         ELSE                                                     06030000
060400             ADD 1 TO DN-DROPPED-COUNT                            06040000
060500         END-IF                                                   06050000
060600     END-IF                                                       06060000
060700     IF DN-PICKED > 0                                             06070000
060800         ADD 1 TO DN-HEADS (DN-PICKED)                            06080000
060900         ADD PAY-EMP-RATE TO DN-RATE-TOTAL (DN-PICKED)            06090000
061000     END-IF                                                       06100000
061100     .                                                            06110000
061200                                                                  06120000
061300 330-FIND-NORM-ROW.                                               06130000
061400     MOVE 0 TO DN-PICKED                                          06140000
061500     MOVE 1 TO DN-SUB                                             06150000
061600     PERFORM 335-SCAN-NORM-ROW                                    06160000
061700       UNTIL DN-PICKED > 0                                        06170000
061800       OR DN-SUB > DN-COUNT                                       06180000
061900     .                                                            06190000
062000                                                                  06200000
062100 335-SCAN-NORM-ROW.                                               06210000
062200     IF DN-COMPANY (DN-SUB) = PAY-COMPANY                         06220000
062300       AND DN-DIV (DN-SUB) = PAY-DIV                              06230000
062400       AND DN-DEPT (DN-SUB) = PAY-DEPT                            06240000
062500       AND DN-PAY-TYPE (DN-SUB) = PAY-PAY-TYPE                    06250000
062600         MOVE DN-SUB TO DN-PICKED                                 06260000
062700     ELSE                                                         06270000
062800         ADD 1 TO DN-SUB                                          06280000
062900     END-IF                                                       06290000
063000     .                                                            06300000
063100                                                                  06310000
063200 345-PAY-TYPE-LOOKUP.                                             06320000
063300     MOVE 'NO' TO TY-FOUND-FLAG                                   06330000
063400     MOVE SPACE TO WS-TY-METHOD                                   06340000
063500     MOVE 'N' TO WS-TY-OT-FLAG                                    06350000
063600     MOVE 1 TO TY-SUB                                             06360000
063700     PERFORM 346-PAY-TYPE-SCAN                                    06370000
063800       UNTIL TY-FOUND-FLAG = 'YES'                                06380000
063900       OR TY-SUB > TY-COUNT                                       06390000
064000     .                                                            06400000
064100                                                                  06410000
064200 346-PAY-TYPE-SCAN.                                               06420000
064300     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           06430000
064400         MOVE 'YES' TO TY-FOUND-FLAG                              06440000
064500         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  06450000
064600         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                06460000
064700     ELSE                                                         06470000
064800         ADD 1 TO TY-SUB                                          06480000
064900     END-IF                                                       06490000
065000     .                                                            06500000
065100                                                                  06510000
065200 400-CHECK-RATES.                                                 06520000
065300     MOVE 1 TO DN-SUB                                             06530000
065400     PERFORM 405-SET-AVERAGE                                      06540000
065500       UNTIL DN-SUB > DN-COUNT                                    06550000
065600     MOVE "NO" TO EOF-FLAG                                        06560000
065700     OPEN INPUT PAY-FILE                                          06570000
065800     READ PAY-FILE INTO WS-PAY-REC                                06580000
065900       AT END                                                     06590000
066000         MOVE "YES" TO EOF-FLAG                                   06600000
066100     END-READ                                                     06610000
066200     PERFORM 410-CHECK-ONE-RATE                                   06620000
066300       UNTIL EOF-FLAG = "YES"                                     06630000
066400     CLOSE PAY-FILE                                               06640000
066500     .                                                            06650000
066600                                                                  06660000
066700 405-SET-AVERAGE.                                                 06670000
066800     IF DN-HEADS (DN-SUB) > 0                                     06680000
066900         DIVIDE DN-RATE-TOTAL (DN-SUB) BY DN-HEADS (DN-SUB)       06690000
067000           GIVING DN-AVG-RATE (DN-SUB) ROUNDED                    06700000
067100     END-IF                                                       06710000
067200     ADD 1 TO DN-SUB                                              06720000
067300     .                                                            06730000
067400                                                                  06740000
067500 410-CHECK-ONE-RATE.                                              06750000
067600     IF PAY-ADJ-IND = ' '                                         06760000
067700         PERFORM 330-FIND-NORM-ROW                                06770000
067800         IF DN-PICKED > 0                                         06780000
067900             IF DN-HEADS (DN-PICKED) NOT < WS-MIN-DEPT            06790000
068000               AND DN-AVG-RATE (DN-PICKED) > 0                    06800000
068100                 MULTIPLY DN-AVG-RATE (DN-PICKED) BY WS-RATE-PCT  06810000
068200                   GIVING WS-NORM-LIMIT                           06820000
068300                 MULTIPLY PAY-EMP-RATE BY 100 GIVING WS-RATE-X100 06830000
068400                 IF WS-RATE-X100 > WS-NORM-LIMIT                  06840000
068500                     PERFORM 420-RATE-FINDING                     06850000
068600                 END-IF                                           06860000
068700             END-IF                                               06870000
068800         END-IF                                                   06880000
068900     END-IF                                                       06890000
069000     READ PAY-FILE INTO WS-PAY-REC                                06900000
069100       AT END                                                     06910000
069200         MOVE "YES" TO EOF-FLAG                                   06920000
069300     END-READ                                                     06930000
069400     .                                                            06940000
069500                                                                  06950000
069600 420-RATE-FINDING.                                                06960000
069700     MOVE PAY-EMP-RATE TO DR-RATE                                 06970000
069800     MOVE DN-AVG-RATE (DN-PICKED) TO DR-AVG-RATE                  06980000
069900     DIVIDE WS-RATE-X100 BY DN-AVG-RATE (DN-PICKED)               06990000
070000       GIVING WS-RATE-OF-NORM ROUNDED                             07000000
070100     MOVE WS-RATE-OF-NORM TO DR-PCT                               07010000
070200     MOVE DN-HEADS (DN-PICKED) TO DR-HEADS                        07020000
070300     MOVE PAY-COMPANY TO DR-COMPANY                               07030000
070400     MOVE PAY-DIV TO DR-DIV                                       07040000
070500     MOVE PAY-DEPT TO DR-DEPT                                     07050000
070600     MOVE PAY-PAY-TYPE TO DR-PAY-TYPE                             07060000
070700     MOVE '3' TO NF-SEVERITY                                      07070000
070800     MOVE 'RATE ABOVE DEPT NORM' TO NF-CHECK                      07080000
070900     MOVE PAY-ID-NUMBER TO NF-ID-NUMBER                           07090000
071000     MOVE SPACES TO NF-OTHER-ID                                   07100000
071100     MOVE DT-RATE TO NF-DETAIL                                    07110000
071200     PERFORM 650-ADD-FINDING                                      07120000
071300     ADD 1 TO HIGH-RATE-COUNT                                     07130000
071400     .                                                            07140000
071500                                                                  07150000
071600 500-CHECK-SHARED-ACCOUNTS.                                       07160000
071700     MOVE 1 TO BT-SUB                                             07170000
071800     PERFORM 510-CHECK-ONE-ACCOUNT                                07180000
071900       UNTIL BT-SUB > BT-COUNT                                    07190000
072000     .                                                            07200000
072100                                                                  07210000
072200 510-CHECK-ONE-ACCOUNT.                                           07220000
072300     IF BT-ACCOUNT-NO (BT-SUB) NOT = SPACES                       07230000
072400         ADD 1 TO BT-SUB GIVING BT-SUB2                           07240000
072500         PERFORM 520-COMPARE-ACCOUNT                              07250000
072600           UNTIL BT-SUB2 > BT-COUNT                               07260000
072700     END-IF                                                       07270000
072800     ADD 1 TO BT-SUB                                              07280000
072900     .                                                            07290000
073000                                                                  07300000
073100 520-COMPARE-ACCOUNT.                                             07310000
073200     IF BT-ROUTING-NO (BT-SUB2) = BT-ROUTING-NO (BT-SUB)          07320000
073300       AND BT-ACCOUNT-NO (BT-SUB2) = BT-ACCOUNT-NO (BT-SUB)       07330000
073400       AND BT-ID-NUMBER (BT-SUB2) NOT = BT-ID-NUMBER (BT-SUB)     07340000
073500         MOVE BT-ROUTING-NO (BT-SUB) TO DA-ROUTING-NO             07350000
073600         MOVE BT-ACCOUNT-NO (BT-SUB) TO WS-MASK-IN                07360000
073700         PERFORM 760-MASK-ACCOUNT                                 07370000
073800         MOVE WS-MASK-OUT TO DA-ACCOUNT-NO                        07380000
073900         MOVE '1' TO NF-SEVERITY                                  07390000
074000         MOVE 'SHARED BANK ACCOUNT' TO NF-CHECK                   07400000
074100         MOVE BT-ID-NUMBER (BT-SUB) TO NF-ID-NUMBER               07410000
074200         MOVE BT-ID-NUMBER (BT-SUB2) TO NF-OTHER-ID               07420000
074300         MOVE DT-ACCOUNT TO NF-DETAIL                             07430000
074400         PERFORM 650-ADD-FINDING                                  07440000
074500         ADD 1 TO SHARED-ACCT-COUNT                               07450000
074600     END-IF                                                       07460000
074700     ADD 1 TO BT-SUB2                                             07470000
074800     .                                                            07480000
074900                                                                  07490000
075000 550-CHECK-DEPOSITS.                                              07500000
075100     MOVE WS-PERIOD-END TO WS-DC-DATE                             07510000
075200     PERFORM 475-DAY-NUMBER                                       07520000
075300     MOVE WS-DC-DAYNUM TO WS-PERIOD-DAYNUM                        07530000
075400     MOVE 0 TO WS-WINDOW-DAYNUM                                   07540000
075500     IF WS-PERIOD-DAYNUM > WS-WINDOW-DAYS                         07550000
075600         SUBTRACT WS-WINDOW-DAYS FROM WS-PERIOD-DAYNUM            07560000
075700           GIVING WS-WINDOW-DAYNUM                                07570000
075800     END-IF                                                       07580000
075900     OPEN INPUT ACH-FILE                                          07590000
076000     MOVE "NO" TO EOF-FLAG                                        07600000
076100     PERFORM 555-READ-ACH                                         07610000
076200     PERFORM 560-CHECK-ONE-DEPOSIT                                07620000
076300       UNTIL EOF-FLAG = "YES"                                     07630000
076400     CLOSE ACH-FILE                                               07640000
076500     .                                                            07650000
076600                                                                  07660000
076700 555-READ-ACH.                                                    07670000
076800     READ ACH-FILE                                                07680000
076900       AT END                                                     07690000
077000         MOVE "YES" TO EOF-FLAG                                   07700000
077100     END-READ                                                     07710000
077200     .                                                            07720000
077300                                                                  07730000
077400 560-CHECK-ONE-DEPOSIT.                                           07740000
077500     IF AC-REC-TYPE = 'D' AND AC-AMOUNT > 0                       07750000
077600         ADD 1 TO ACH-COUNT                                       07760000
077700         PERFORM 570-FIND-BANK-ROW                                07770000
077800         MOVE AC-AMOUNT TO DD-AMOUNT                              07780000
077900         MOVE AC-ACCOUNT-NO TO WS-MASK-IN                         07790000
078000         PERFORM 760-MASK-ACCOUNT                                 07800000
078100         MOVE WS-MASK-OUT TO DD-ACCOUNT-NO                        07810000
078200         MOVE '1' TO NF-SEVERITY                                  07820000
078300         MOVE AC-ID-NUMBER TO NF-ID-NUMBER                        07830000
078400         MOVE SPACES TO NF-OTHER-ID                               07840000
078500         IF BT-PICKED = 0                                         07850000
078600             MOVE 'NOT ON BANKMSTR' TO DD-NOTE                    07860000
078700             MOVE 'DEPOSIT, NO BANK ACCT' TO NF-CHECK             07870000
078800             MOVE DT-DEPOSIT TO NF-DETAIL                         07880000
078900             PERFORM 650-ADD-FINDING                              07890000
079000             ADD 1 TO CHANGED-ACCT-COUNT                          07900000
079100         ELSE                                                     07910000
079200         IF AC-AMOUNT NOT < WS-LARGE-AMT                          07920000
079300             ADD 1 TO LARGE-DEP-COUNT                             07930000
079400             PERFORM 580-CHECK-CHANGE-DATE                        07940000
079500         END-IF                                                   07950000
079600         END-IF                                                   07960000
079700     END-IF                                                       07970000
079800     PERFORM 555-READ-ACH                                         07980000
079900     .                                                            07990000
080000                                                                  08000000
080100 570-FIND-BANK-ROW.                                               08010000
080200     MOVE 0 TO BT-PICKED                                          08020000
080300     MOVE 1 TO BT-SUB                                             08030000
080400     PERFORM 575-SCAN-BANK-ROW                                    08040000
080500       UNTIL BT-PICKED > 0                                        08050000
080600       OR BT-SUB > BT-COUNT                                       08060000
080700     .                                                            08070000
080800                                                                  08080000
080900 575-SCAN-BANK-ROW.                                               08090000
081000     IF BT-ID-NUMBER (BT-SUB) = AC-ID-NUMBER                      08100000
081100       AND BT-ACCT-SEQ (BT-SUB) = AC-ACCT-SEQ                     08110000
081200         MOVE BT-SUB TO BT-PICKED                                 08120000
081300     ELSE                                                         08130000
081400         ADD 1 TO BT-SUB                                          08140000
081500     END-IF                                                       08150000
081600     .                                                            08160000
081700                                                                  08170000
081800 580-CHECK-CHANGE-DATE.                                           08180000
081900     IF BT-CHANGE-DATE (BT-PICKED) NUMERIC                        08190000
082000       AND BT-CHANGE-DATE (BT-PICKED) > 0                         08200000
082100         MOVE BT-CHANGE-DATE (BT-PICKED) TO WS-YMD-NUM            08210000
082200         MOVE WS-YMD-MM TO WS-DC-MM                               08220000
082300         MOVE WS-YMD-DD TO WS-DC-DD                               08230000
082400         MOVE WS-YMD-YY TO WS-DC-YY                               08240000
082500         PERFORM 475-DAY-NUMBER                                   08250000
082600         IF WS-DC-DAYNUM NOT < WS-WINDOW-DAYNUM                   08260000
082700             MOVE WS-DC-DATE TO DC-CHANGE-DATE                    08270000
082800             MOVE DT-CHANGED TO DD-NOTE                           08280000
082900             MOVE 'LARGE DEP, ACCT CHANGED' TO NF-CHECK           08290000
083000             MOVE DT-DEPOSIT TO NF-DETAIL                         08300000
083100             PERFORM 650-ADD-FINDING                              08310000
083200             ADD 1 TO CHANGED-ACCT-COUNT                          08320000
083300         END-IF                                                   08330000
083400     END-IF                                                       08340000
083500     .                                                            08350000
083600                                                                  08360000
083700 600-CHECK-DUPLICATE-EMPLOYEES.                                   08370000
083800     MOVE 1 TO EM-I                                               08380000
083900     PERFORM 610-CHECK-ONE-EMPLOYEE                               08390000
084000       UNTIL EM-I > EM-COUNT                                      08400000
084100     .                                                            08410000
084200                                                                  08420000
084300 610-CHECK-ONE-EMPLOYEE.                                          08430000
084400     ADD 1 TO EM-I GIVING EM-J                                    08440000
084500     PERFORM 620-COMPARE-EMPLOYEE                                 08450000
084600       UNTIL EM-J > EM-COUNT                                      08460000
084700     ADD 1 TO EM-I                                                08470000
084800     .                                                            08480000
084900                                                                  08490000
085000 620-COMPARE-EMPLOYEE.                                            08500000
085100     IF EM-SSN (EM-I) NOT = SPACES                                08510000
085200       AND EM-SSN (EM-I) NOT = ZEROS                              08520000
085300       AND EM-SSN (EM-J) = EM-SSN (EM-I)                          08530000
085400         MOVE EM-SSN (EM-I) TO WS-SSN-IN                          08540000
085500         MOVE WS-SSN-SERIAL TO DS-SSN-LAST4                       08550000
085600         MOVE EM-LAST-NAME (EM-I) TO DS-NAME-1                    08560000
085700         MOVE EM-LAST-NAME (EM-J) TO DS-NAME-2                    08570000
085800         MOVE '1' TO NF-SEVERITY                                  08580000
085900         MOVE 'DUPLICATE SSN' TO NF-CHECK                         08590000
086000         MOVE EM-ID-NUMBER (EM-I) TO NF-ID-NUMBER                 08600000
086100         MOVE EM-ID-NUMBER (EM-J) TO NF-OTHER-ID                  08610000
086200         MOVE DT-DUP-SSN TO NF-DETAIL                             08620000
086300         PERFORM 650-ADD-FINDING                                  08630000
086400         ADD 1 TO DUP-SSN-COUNT                                   08640000
086500     END-IF                                                       08650000
086600     IF EM-LAST-NAME (EM-I) NOT = SPACES                          08660000
086700       AND EM-LAST-NAME (EM-J) = EM-LAST-NAME (EM-I)              08670000
086800       AND EM-FIRST-NAME (EM-J) = EM-FIRST-NAME (EM-I)            08680000
086900         MOVE EM-FIRST-NAME (EM-I) TO DU-FIRST-NAME               08690000
087000         MOVE EM-LAST-NAME (EM-I) TO DU-LAST-NAME                 08700000
087100         MOVE '2' TO NF-SEVERITY                                  08710000
087200         MOVE 'DUPLICATE NAME' TO NF-CHECK                        08720000
087300         MOVE EM-ID-NUMBER (EM-I) TO NF-ID-NUMBER                 08730000
087400         MOVE EM-ID-NUMBER (EM-J) TO NF-OTHER-ID                  08740000
087500         MOVE DT-DUP-NAME TO NF-DETAIL                            08750000
087600         PERFORM 650-ADD-FINDING                                  08760000
087700         ADD 1 TO DUP-NAME-COUNT                                  08770000
087800     END-IF                                                       08780000
087900     ADD 1 TO EM-J                                                08790000
088000     .                                                            08800000
088100                                                                  08810000
088200 650-ADD-FINDING.                                                 08820000
088300     IF FN-COUNT < 1000                                           08830000
088400         ADD 1 TO FN-COUNT                                        08840000
088500         MOVE NEW-FINDING TO FN-ITEM (FN-COUNT)                   08850000
088600     ELSE                                                         08860000
088700         ADD 1 TO FN-DROPPED-COUNT                                08870000
088800     END-IF                                                       08880000
088900     IF NF-SEVERITY = '1'                                         08890000
089000         ADD 1 TO HIGH-COUNT                                      08900000
089100     ELSE                                                         08910000
089200     IF NF-SEVERITY = '2'                                         08920000
089300         ADD 1 TO MEDIUM-COUNT                                    08930000
089400     ELSE                                                         08940000
089500         ADD 1 TO LOW-COUNT                                       08950000
089600     END-IF                                                       08960000
089700     END-IF                                                       08970000
089800     .                                                            08980000
089900                                                                  08990000
090000 680-PRINT-FINDINGS.                                              09000000
090100     MOVE 3 TO WS-SPACING                                         09010000
090200     MOVE WS-FINDING-HEAD TO PR-DETAIL                            09020000
090300     PERFORM 700-PRINT-LINE                                       09030000
090400     MOVE 2 TO WS-SPACING                                         09040000
090500     IF FN-COUNT = 0                                              09050000
090600         MOVE ' NO FINDINGS THIS PERIOD' TO PR-DETAIL             09060000
090700         PERFORM 700-PRINT-LINE                                   09070000
090800     END-IF                                                       09080000
090900     MOVE '1' TO WS-PRINT-SEVERITY                                09090000
091000     PERFORM 685-PRINT-SEVERITY                                   09100000
091100     MOVE '2' TO WS-PRINT-SEVERITY                                09110000
091200     PERFORM 685-PRINT-SEVERITY                                   09120000
091300     MOVE '3' TO WS-PRINT-SEVERITY                                09130000
091400     PERFORM 685-PRINT-SEVERITY                                   09140000
091500     .                                                            09150000
091600                                                                  09160000
091700 685-PRINT-SEVERITY.                                              09170000
091800     MOVE 1 TO FN-SUB                                             09180000
091900     PERFORM 690-PRINT-ONE-FINDING                                09190000
092000       UNTIL FN-SUB > FN-COUNT                                    09200000
092100     .                                                            09210000
092200                                                                  09220000
092300 690-PRINT-ONE-FINDING.                                           09230000
092400     IF FN-SEVERITY (FN-SUB) = WS-PRINT-SEVERITY                  09240000
092500         MOVE SPACES TO WS-FINDING-LINE                           09250000
092600         IF WS-PRINT-SEVERITY = '1'                               09260000
092700             MOVE 'HIGH' TO FL-SEVERITY                           09270000
092800         ELSE                                                     09280000
092900         IF WS-PRINT-SEVERITY = '2'                               09290000
093000             MOVE 'MEDIUM' TO FL-SEVERITY                         09300000
093100         ELSE                                                     09310000
093200             MOVE 'LOW' TO FL-SEVERITY                            09320000
093300         END-IF                                                   09330000
093400         END-IF                                                   09340000
093500         MOVE FN-CHECK (FN-SUB) TO FL-CHECK                       09350000
093600         MOVE FN-ID-NUMBER (FN-SUB) TO FL-ID-NUMBER               09360000
093700         MOVE FN-OTHER-ID (FN-SUB) TO FL-OTHER-ID                 09370000
093800         MOVE FN-DETAIL (FN-SUB) TO FL-DETAIL                     09380000
093900         MOVE WS-FINDING-LINE TO PR-DETAIL                        09390000
094000         PERFORM 700-PRINT-LINE                                   09400000
094100     END-IF                                                       09410000
094200     ADD 1 TO FN-SUB                                              09420000
094300     .                                                            09430000
094400                                                                  09440000
094500 475-DAY-NUMBER.                                                  09450000
094600     MOVE 0 TO WS-DC-DAYNUM                                       09460000
094700     IF WS-DC-MM > 0 AND WS-DC-MM < 13                            09470000
094800         DIVIDE WS-DC-YY BY 4 GIVING WS-LEAP-QUOT                 09480000
094900             REMAINDER WS-LEAP-REM                                09490000
095000         IF WS-LEAP-REM = 0                                       09500000
095100             MOVE 29 TO DIM-DAYS (2)                              09510000
095200         ELSE                                                     09520000
095300             MOVE 28 TO DIM-DAYS (2)                              09530000
095400         END-IF                                                   09540000
095500         MULTIPLY WS-DC-YY BY 365 GIVING WS-DC-DAYNUM             09550000
095600         ADD 3 WS-DC-YY GIVING WS-LEAP-YEARS                      09560000
095700         DIVIDE WS-LEAP-YEARS BY 4 GIVING WS-LEAP-YEARS           09570000
095800         ADD WS-LEAP-YEARS TO WS-DC-DAYNUM                        09580000
095900         ADD WS-DC-DD TO WS-DC-DAYNUM                             09590000
096000         MOVE 1 TO WS-MONTH-SUB                                   09600000
096100         PERFORM 476-ADD-MONTH-DAYS                               09610000
096200           UNTIL WS-MONTH-SUB >= WS-DC-MM                         09620000
096300     END-IF                                                       09630000
096400     .                                                            09640000
096500                                                                  09650000
096600 476-ADD-MONTH-DAYS.                                              09660000
096700     ADD DIM-DAYS (WS-MONTH-SUB) TO WS-DC-DAYNUM                  09670000
096800     ADD 1 TO WS-MONTH-SUB                                        09680000
096900     .                                                            09690000
097000                                                                  09700000
097100 700-PRINT-LINE.                                                  09710000
097200     PERFORM 750-WRITE                                            09720000
097300     IF WS-LINE-COUNT > 50                                        09730000
097400         PERFORM 800-PRINT-HEADINGS                               09740000
097500     END-IF                                                       09750000
097600     .                                                            09760000
097700                                                                  09770000
097800 750-WRITE.                                                       09780000
097900     WRITE PRINT-REC FROM WS-PRINT-REC                            09790000
098000       AFTER ADVANCING WS-SPACING LINES                           09800000
098100     END-WRITE                                                    09810000
098200     ADD WS-SPACING TO WS-LINE-COUNT                              09820000
098300     MOVE 1 TO WS-SPACING                                         09830000
098400     MOVE SPACES TO WS-PRINT-REC                                  09840000
098500     .                                                            09850000
098600                                                                  09860000
098700 760-MASK-ACCOUNT.                                                09870000
098800     MOVE 17 TO MSK-END                                           09880000
098900     PERFORM 765-MASK-FIND-END                                    09890000
099000       UNTIL MSK-END < 1                                          09900000
099100       OR WS-MASK-CH (MSK-END) NOT = SPACE                        09910000
099200     MOVE SPACES TO WS-MASK-OUT                                   09920000
099300     IF MSK-END > 0                                               09930000
099400         SUBTRACT 3 FROM MSK-END GIVING MSK-START                 09940000
099500         IF MSK-START < 1                                         09950000
099600             MOVE 1 TO MSK-START                                  09960000
099700         END-IF                                                   09970000
099800         MOVE 1 TO MSK-SUB                                        09980000
099900         PERFORM 766-MASK-ONE-CHAR                                09990000
100000           UNTIL MSK-SUB > MSK-END                                10000000
100100     END-IF                                                       10010000
100200     .                                                            10020000
100300                                                                  10030000
100400 765-MASK-FIND-END.                                               10040000
100500     SUBTRACT 1 FROM MSK-END                                      10050000
100600     .                                                            10060000
100700                                                                  10070000
100800 766-MASK-ONE-CHAR.                                               10080000
100900     IF MSK-SUB < MSK-START                                       10090000
101000         MOVE '*' TO WS-MASK-OCH (MSK-SUB)                        10100000
101100     ELSE                                                         10110000
101200         MOVE WS-MASK-CH (MSK-SUB) TO WS-MASK-OCH (MSK-SUB)       10120000
101300     END-IF                                                       10130000
101400     ADD 1 TO MSK-SUB                                             10140000
101500     .                                                            10150000
101600                                                                  10160000
101700 800-PRINT-HEADINGS.                                              10170000
101800     ADD 1 TO WS-PAGE                                             10180000
101900     MOVE WS-PAGE TO H-PAGE                                       10190000
102000     WRITE PRINT-REC FROM HEADING-1                               10200000
102100       AFTER ADVANCING PAGE                                       10210000
102200     END-WRITE                                                    10220000
102300     MOVE 2 TO WS-SPACING                                         10230000
102400     MOVE 0 TO WS-LINE-COUNT                                      10240000
102500     .                                                            10250000
102600                                                                  10260000
102700 840-LOAD-CARD.                                                   10270000
102800     OPEN INPUT FRAUD-CARD-FILE                                   10280000
102900     READ FRAUD-CARD-FILE                                         10290000
103000       AT END                                                     10300000
103100         MOVE "YES" TO FC-EOF-FLAG                                10310000
103200     END-READ                                                     10320000
103300     IF FC-EOF-FLAG = "NO"                                        10330000
103400         IF FC-PERIOD-END-N NUMERIC                               10340000
103500             MOVE FC-PERIOD-END-N TO WS-PERIOD-END                10350000
103600         END-IF                                                   10360000
103700         IF FC-LARGE-AMT-N NUMERIC AND FC-LARGE-AMT-N > 0         10370000
103800             MOVE FC-LARGE-AMT-N TO WS-LARGE-AMT                  10380000
103900         END-IF                                                   10390000
104000         IF FC-WINDOW-DAYS-N NUMERIC AND FC-WINDOW-DAYS-N > 0     10400000
104100             MOVE FC-WINDOW-DAYS-N TO WS-WINDOW-DAYS              10410000
104200         END-IF                                                   10420000
104300         IF FC-RATE-PCT-N NUMERIC AND FC-RATE-PCT-N > 100         10430000
104400             MOVE FC-RATE-PCT-N TO WS-RATE-PCT                    10440000
104500         END-IF                                                   10450000
104600         IF FC-MIN-DEPT-N NUMERIC AND FC-MIN-DEPT-N > 1           10460000
104700             MOVE FC-MIN-DEPT-N TO WS-MIN-DEPT                    10470000
104800         END-IF                                                   10480000
104900     END-IF                                                       10490000
105000     CLOSE FRAUD-CARD-FILE                                        10500000
105100     .                                                            10510000
105200                                                                  10520000
105300 843-LOAD-EMPLOYEES.                                              10530000
105400     MOVE "NO" TO EM-EOF-FLAG                                     10540000
105500     MOVE 0 TO EM-COUNT                                           10550000
105600     PERFORM UNTIL EM-EOF-FLAG = "YES"                            10560000
105700         READ EMPLOYEE-MASTER-FILE NEXT RECORD                    10570000
105800           AT END                                                 10580000
105900             MOVE "YES" TO EM-EOF-FLAG                            10590000
106000           NOT AT END                                             10600000
106100             IF EM-COUNT < 2000                                   10610000
106200             ADD 1 TO EM-COUNT                                    10620000
106300             MOVE EMP-ID-NUMBER TO EM-ID-NUMBER (EM-COUNT)        10630000
106400             MOVE EMP-LAST-NAME TO EM-LAST-NAME (EM-COUNT)        10640000
106500             MOVE EMP-FIRST-NAME TO EM-FIRST-NAME (EM-COUNT)      10650000
106600             MOVE EMP-SSN TO EM-SSN (EM-COUNT)                    10660000
106700             ELSE                                                 10670000
106800             ADD 1 TO EM-DROPPED-COUNT                            10680000
106900             END-IF                                               10690000
107000         END-READ                                                 10700000
107100     END-PERFORM                                                  10710000
107200     .                                                            10720000
107300                                                                  10730000
107400 845-LOAD-BANK-MASTER.                                            10740000
107500     OPEN INPUT BANK-MASTER-FILE                                  10750000
107600     MOVE "NO" TO BT-EOF-FLAG                                     10760000
107700     MOVE 0 TO BT-COUNT                                           10770000
107800     PERFORM UNTIL BT-EOF-FLAG = "YES"                            10780000
107900         READ BANK-MASTER-FILE                                    10790000
108000           AT END                                                 10800000
108100             MOVE "YES" TO BT-EOF-FLAG                            10810000
108200           NOT AT END                                             10820000
108300             IF BT-COUNT < 500                                    10830000
108400             ADD 1 TO BT-COUNT                                    10840000
108500             MOVE BM-ID-NUMBER TO BT-ID-NUMBER (BT-COUNT)         10850000
108600             MOVE BM-ACCT-SEQ TO BT-ACCT-SEQ (BT-COUNT)           10860000
108700             MOVE BM-ROUTING-NO TO BT-ROUTING-NO (BT-COUNT)       10870000
108800             MOVE BM-ACCOUNT-NO TO BT-ACCOUNT-NO (BT-COUNT)       10880000
108900             MOVE BM-CHANGE-DATE TO BT-CHANGE-DATE (BT-COUNT)     10890000
109000             ELSE                                                 10900000
109100             ADD 1 TO BT-DROPPED-COUNT                            10910000
109200             END-IF                                               10920000
109300         END-READ                                                 10930000
109400     END-PERFORM                                                  10940000
109500     CLOSE BANK-MASTER-FILE                                       10950000
109600     .                                                            10960000
109700                                                                  10970000
109800 846-LOAD-PUNCHES.                                                10980000
109900     OPEN INPUT PUNCH-FILE                                        10990000
110000     MOVE "NO" TO PI-EOF-FLAG                                     11000000
110100     MOVE 0 TO PI-COUNT                                           11010000
110200     PERFORM UNTIL PI-EOF-FLAG = "YES"                            11020000
110300         READ PUNCH-FILE                                          11030000
110400           AT END                                                 11040000
110500             MOVE "YES" TO PI-EOF-FLAG                            11050000
110600           NOT AT END                                             11060000
110700             ADD 1 TO PUNCH-REC-COUNT                             11070000
110800             IF PN-ID-NUMBER NOT = WS-LAST-PUNCH-ID               11080000
110900                 PERFORM 848-ADD-PUNCH-ID                         11090000
111000             END-IF                                               11100000
111100         END-READ                                                 11110000
111200     END-PERFORM                                                  11120000
111300     CLOSE PUNCH-FILE                                             11130000
111400     .                                                            11140000
111500                                                                  11150000
111600 847-LOAD-PAY-TYPES.                                              11160000
111700     OPEN INPUT PAY-TYPE-FILE                                     11170000
111800     MOVE 'NO' TO TY-EOF-FLAG                                     11180000
111900     MOVE 0 TO TY-COUNT                                           11190000
112000     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            11200000
112100         READ PAY-TYPE-FILE                                       11210000
112200           AT END                                                 11220000
112300             MOVE 'YES' TO TY-EOF-FLAG                            11230000
112400           NOT AT END                                             11240000
112500             IF TY-COUNT < 20                                     11250000
112600               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          11260000
112700                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         11270000
112800                 ADD 1 TO TY-COUNT                                11280000
112900                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              11290000
113000                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          11300000
113100                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        11310000
113200             END-IF                                               11320000
113300         END-READ                                                 11330000
113400     END-PERFORM                                                  11340000
113500     CLOSE PAY-TYPE-FILE                                          11350000
113600     IF TY-COUNT = 0                                              11360000
113700         MOVE 2 TO TY-COUNT                                       11370000
113800         MOVE 'S' TO TY-CODE (1)                                  11380000
113900         MOVE 'F' TO TY-METHOD (1)                                11390000
114000         MOVE 'N' TO TY-OT-FLAG (1)                               11400000
114100         MOVE 'H' TO TY-CODE (2)                                  11410000
114200         MOVE 'H' TO TY-METHOD (2)                                11420000
114300         MOVE 'Y' TO TY-OT-FLAG (2)                               11430000
114400     END-IF                                                       11440000
114500     .                                                            11450000
114600                                                                  11460000
114700 848-ADD-PUNCH-ID.                                                11470000
114800     MOVE PN-ID-NUMBER TO WS-LAST-PUNCH-ID                        11480000
114900     MOVE "NO" TO PI-FOUND-FLAG                                   11490000
115000     MOVE 1 TO PI-SUB                                             11500000
115100     PERFORM 849-SCAN-PUNCH-ID                                    11510000
115200       UNTIL PI-FOUND-FLAG = "YES"                                11520000
115300       OR PI-SUB > PI-COUNT                                       11530000
115400     IF PI-FOUND-FLAG = "NO"                                      11540000
115500         IF PI-COUNT < 2000                                       11550000
115600             ADD 1 TO PI-COUNT                                    11560000
115700             MOVE PN-ID-NUMBER TO PI-ID-NUMBER (PI-COUNT)         11570000
115800         ELSE                                                     11580000
115900             ADD 1 TO PI-DROPPED-COUNT                            11590000
116000         END-IF                                                   11600000
116100     END-IF                                                       11610000
116200     .                                                            11620000
116300                                                                  11630000
116400 849-SCAN-PUNCH-ID.                                               11640000
116500     IF PI-ID-NUMBER (PI-SUB) = PN-ID-NUMBER                      11650000
116600         MOVE "YES" TO PI-FOUND-FLAG                              11660000
116700     ELSE                                                         11670000
116800         ADD 1 TO PI-SUB                                          11680000
116900     END-IF                                                       11690000
117000     .                                                            11700000
117100                                                                  11710000
117200 850-GET-DATE.                                                    11720000
117300     ACCEPT WS-DATE FROM DATE                                     11730000
117400     MOVE MM TO H-MM                                              11740000
117500     MOVE DD TO H-DD                                              11750000
117600     MOVE YY TO H-YY                                              11760000
117700     ACCEPT WS-TIME FROM TIME                                     11770000
117800     MOVE HH TO H-HH                                              11780000
117900     MOVE MN TO H-MN                                              11790000
118000     .                                                            11800000
118100                                                                  11810000
118200 900-PRINT-FINAL-TOTALS.                                          11820000
118300     MOVE 3 TO WS-SPACING                                         11830000
118400     MOVE REC-COUNT TO WS-REC-COUNT-ED                            11840000
118500     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          11850000
118600     PERFORM 700-PRINT-LINE                                       11860000
118700     MOVE SPACES TO WS-TOTAL-LINE                                 11870000
118800     MOVE 'EMPLOYEES ON EMPMSTR:' TO TL-LABEL                     11880000
118900     MOVE EM-COUNT TO TL-COUNT                                    11890000
119000     PERFORM 910-PRINT-TOTAL-LINE                                 11900000
119100     MOVE 'BANK ACCOUNTS ON BANKMSTR:' TO TL-LABEL                11910000
119200     MOVE BT-COUNT TO TL-COUNT                                    11920000
119300     PERFORM 910-PRINT-TOTAL-LINE                                 11930000
119400     MOVE 'EMPLOYEES WITH PUNCHES:' TO TL-LABEL                   11940000
119500     MOVE PI-COUNT TO TL-COUNT                                    11950000
119600     PERFORM 910-PRINT-TOTAL-LINE                                 11960000
119700     MOVE 'DEPOSITS ON ACH FEED:' TO TL-LABEL                     11970000
119800     MOVE ACH-COUNT TO TL-COUNT                                   11980000
119900     PERFORM 910-PRINT-TOTAL-LINE                                 11990000
120000     MOVE 'LARGE DEPOSITS:' TO TL-LABEL                           12000000
120100     MOVE LARGE-DEP-COUNT TO TL-COUNT                             12010000
120200     PERFORM 910-PRINT-TOTAL-LINE                                 12020000
120300     MOVE 'SHARED BANK ACCOUNTS:' TO TL-LABEL                     12030000
120400     MOVE SHARED-ACCT-COUNT TO TL-COUNT                           12040000
120500     PERFORM 910-PRINT-TOTAL-LINE                                 12050000
120600     MOVE 'DEPOSITS TO CHANGED ACCOUNTS:' TO TL-LABEL             12060000
120700     MOVE CHANGED-ACCT-COUNT TO TL-COUNT                          12070000
120800     PERFORM 910-PRINT-TOTAL-LINE                                 12080000
120900     MOVE 'PAID, NOT ON EMPMSTR:' TO TL-LABEL                     12090000
121000     MOVE NO-MASTER-COUNT TO TL-COUNT                             12100000
121100     PERFORM 910-PRINT-TOTAL-LINE                                 12110000
121200     MOVE 'HOURLY PAID, NO PUNCHES:' TO TL-LABEL                  12120000
121300     MOVE NO-PUNCH-COUNT TO TL-COUNT                              12130000
121400     PERFORM 910-PRINT-TOTAL-LINE                                 12140000
121500     MOVE 'DUPLICATE SSNS:' TO TL-LABEL                           12150000
121600     MOVE DUP-SSN-COUNT TO TL-COUNT                               12160000
121700     PERFORM 910-PRINT-TOTAL-LINE                                 12170000
121800     MOVE 'DUPLICATE NAMES:' TO TL-LABEL                          12180000
121900     MOVE DUP-NAME-COUNT TO TL-COUNT                              12190000
122000     PERFORM 910-PRINT-TOTAL-LINE                                 12200000
122100     MOVE 'RATES ABOVE DEPT NORM:' TO TL-LABEL                    12210000
122200     MOVE HIGH-RATE-COUNT TO TL-COUNT                             12220000
122300     PERFORM 910-PRINT-TOTAL-LINE                                 12230000
122400     MOVE 2 TO WS-SPACING                                         12240000
122500     MOVE 'HIGH SEVERITY FINDINGS:' TO TL-LABEL                   12250000
122600     MOVE HIGH-COUNT TO TL-COUNT                                  12260000
122700     PERFORM 910-PRINT-TOTAL-LINE                                 12270000
122800     MOVE 'MEDIUM SEVERITY FINDINGS:' TO TL-LABEL                 12280000
122900     MOVE MEDIUM-COUNT TO TL-COUNT                                12290000
123000     PERFORM 910-PRINT-TOTAL-LINE                                 12300000
123100     MOVE 'LOW SEVERITY FINDINGS:' TO TL-LABEL                    12310000
123200     MOVE LOW-COUNT TO TL-COUNT                                   12320000
123300     PERFORM 910-PRINT-TOTAL-LINE                                 12330000
123400     IF REC-COUNT = 0                                             12340000
123500         MOVE ' ** NO PAY RECORDS - REVIEW NOT DONE' TO PR-DETAIL 12350000
123600         PERFORM 700-PRINT-LINE                                   12360000
123700     END-IF                                                       12370000
123800     IF EM-DROPPED-COUNT > 0 OR BT-DROPPED-COUNT > 0              12380000
123900       OR PI-DROPPED-COUNT > 0 OR DN-DROPPED-COUNT > 0            12390000
124000         MOVE ' ** TABLE FULL - REVIEW INCOMPLETE' TO PR-DETAIL   12400000
124100         PERFORM 700-PRINT-LINE                                   12410000
124200         MOVE 'EMPMSTR ROWS NOT CHECKED:' TO TL-LABEL             12420000
124300         MOVE EM-DROPPED-COUNT TO TL-COUNT                        12430000
124400         PERFORM 910-PRINT-TOTAL-LINE                             12440000
124500         MOVE 'BANKMSTR ROWS NOT CHECKED:' TO TL-LABEL            12450000
124600         MOVE BT-DROPPED-COUNT TO TL-COUNT                        12460000
124700         PERFORM 910-PRINT-TOTAL-LINE                             12470000
124800         MOVE 'PUNCH EMPLOYEES NOT HELD:' TO TL-LABEL             12480000
124900         MOVE PI-DROPPED-COUNT TO TL-COUNT                        12490000
125000         PERFORM 910-PRINT-TOTAL-LINE                             12500000
125100         MOVE 'PAY RECORDS NOT NORMED:' TO TL-LABEL               12510000
125200         MOVE DN-DROPPED-COUNT TO TL-COUNT                        12520000
125300         PERFORM 910-PRINT-TOTAL-LINE                             12530000
125400     END-IF                                                       12540000
125500     IF FN-DROPPED-COUNT > 0                                      12550000
125600         MOVE 'FINDINGS NOT LISTED (FULL):' TO TL-LABEL           12560000
125700         MOVE FN-DROPPED-COUNT TO TL-COUNT                        12570000
125800         PERFORM 910-PRINT-TOTAL-LINE                             12580000
125900     END-IF                                                       12590000
126000     .                                                            12600000
126100                                                                  12610000
126200 910-PRINT-TOTAL-LINE.                                            12620000
126300     MOVE WS-TOTAL-LINE TO PR-DETAIL                              12630000
126400     PERFORM 700-PRINT-LINE                                       12640000
126500     MOVE SPACES TO WS-TOTAL-LINE                                 12650000
126600     .                                                            12660000
126700                                                                  12670000
126800 985-WRITE-AUDIT-LOG.                                             12680000
126900     OPEN EXTEND AUDIT-FILE                                       12690000
127000     MOVE 'FRAUDCHK' TO AUD-PROGRAM                               12700000
127100     MOVE WS-DATE TO AUD-RUN-DATE                                 12710000
127200     MOVE WS-TIME TO AUD-RUN-TIME                                 12720000
127300     MOVE WS-PERIOD-END TO AUD-PERIOD-END                         12730000
127400     MOVE REC-COUNT TO AUD-RECS-READ                              12740000
127500     MOVE FN-COUNT TO AUD-RECS-WRITTEN                            12750000
127600     ADD HIGH-COUNT MEDIUM-COUNT LOW-COUNT GIVING EXC-COUNT       12760000
127700     MOVE EXC-COUNT TO AUD-EXC-COUNT                              12770000
127800     MOVE RETURN-CODE TO AUD-RETURN-CODE                          12780000
127900     WRITE AUD-REC                                                12790000
128000     CLOSE AUDIT-FILE                                             12800000
128100     .                                                            12810000
