000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    BUDVAR.                                           00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    LABOR BUDGET VERSUS ACTUAL BY COMPANY, DIVISION AND     *    00070000
000800*    DEPARTMENT.  THE BUDCARD NAMES THE PERIOD-END (MMDDYY)  *    00080000
000900*    AND THE OVERTIME TOLERANCE IN PERCENT.  BUDGETS COME    *    00090000
001000*    FROM THE BUDGET FILE FINANCE LOADS, PER PAY PERIOD OR   *    00100000
001100*    PER MONTH; A MONTH IS SPREAD EVENLY OVER THE PERCTL     *    00110000
001200*    PERIODS ENDING IN IT.  ACTUALS COME FROM THE DEPTTOTS   *    00120000
001300*    EXTRACTS BREAKS WRITES, READ AS DEPTHIST - THE YEAR'S   *    00130000
001400*    KEPT PERIOD FILES CONCATENATED.  EACH DEPARTMENT GETS   *    00140000
001500*    A PERIOD LINE AND A YEAR-TO-DATE LINE OF BUDGETED AND   *    00150000
001600*    ACTUAL HOURS, REGULAR PAY AND OVERTIME PAY, WITH THE    *    00160000
001700*    TOTAL PAY VARIANCE (ACTUAL LESS BUDGET) AND ITS         *    00170000
001800*    PERCENTAGE OF BUDGET, SUBTOTALLED BY DIVISION AND       *    00180000
001900*    COMPANY.  ACTUAL OVERTIME PAY OVER BUDGET BY MORE THAN  *    00190000
002000*    THE TOLERANCE IS FLAGGED OT OVERRUN, AND A DEPARTMENT   *    00200000
002100*    PAID WITH NO BUDGET IS FLAGGED NO BUDGET; EITHER ENDS   *    00210000
002200*    THE RUN WITH RC 4.                                      *    00220000
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
003600     SELECT DEPT-HIST-FILE         ASSIGN TO DEPTHIST.            00360000
003700     SELECT BUDGET-FILE            ASSIGN TO BUDGET.              00370000
003800     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00380000
003900     SELECT OPTIONAL BUDGET-CARD-FILE ASSIGN TO BUDCARD.          00390000
004000     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00400000
004100     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00410000
004200                                                                  00420000
004300 DATA DIVISION.                                                   00430000
004400 FILE SECTION.                                                    00440000
004500                                                                  00450000
004600 FD  DEPT-HIST-FILE                                               00460000
004700     RECORDING MODE IS F.                                         00470000
004800     COPY DEPTTOT.                                                00480000
004900                                                                  00490000
005000 FD  BUDGET-FILE                                                  00500000
005100     RECORDING MODE IS F.                                         00510000
005200     COPY BUDGET.                                                 00520000
005300                                                                  00530000
005400 FD  PRINT-FILE                                                   00540000
005500     RECORDING MODE IS F.                                         00550000
005600 01  PRINT-REC.                                                   00560000
005700     10  FILLER                    PIC X(132).                    00570000
005800                                                                  00580000
005900 FD  BUDGET-CARD-FILE                                             00590000
006000     RECORDING MODE IS F.                                         00600000
006100 01  BC-CARD-REC.                                                 00610000
006200     10  BC-PERIOD-END             PIC 9(06).                     00620000
006300     10  BC-OT-TOLERANCE           PIC 9(03)V9.                   00630000
006400                                                                  00640000
006500 FD  PERIOD-CONTROL-FILE                                          00650000
006600     RECORDING MODE IS F.                                         00660000
006700     COPY PERCTL.                                                 00670000
006800                                                                  00680000
006900 FD  AUDIT-FILE                                                   00690000
007000     RECORDING MODE IS F.                                         00700000
007100     COPY AUDITLOG.                                               00710000
007200                                                                  00720000
007300 WORKING-STORAGE SECTION.                                         00730000
007400                                                                  00740000
007500 01  WS-COUNTERS-FLAGS.                                           00750000
007600     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00760000
007700     10  BG-EOF-FLAG               PIC X(03) VALUE "NO".          00770000
007800     10  WS-SPACING                PIC 9(01) VALUE 2.             00780000
007900     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00790000
008000     10  BG-REC-COUNT              PIC 9(05) VALUE ZERO.          00800000
008100     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00810000
008200     10  WS-PAGE                   PIC 9(03) VALUE 0.             00820000
008300     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          00830000
008400     10  FLAG-COUNT                PIC 9(05) VALUE ZERO.          00840000
008500     10  NO-BUDGET-COUNT           PIC 9(05) VALUE ZERO.          00850000
008600     10  BG-IGNORED-COUNT          PIC 9(05) VALUE ZERO.          00860000
008700     10  BD-DROPPED-COUNT          PIC 9(05) VALUE ZERO.          00870000
008800     10  WS-CARD-OK-FLAG           PIC X(03) VALUE "NO".          00880000
008900     10  WS-DEPT-LEVEL-FLAG        PIC X(03) VALUE "NO".          00890000
009000                                                                  00900000
009100 01  BUDGET-PERIOD-FIELDS.                                        00910000
009200     10  WS-PERIOD-END             PIC 9(06) VALUE ZERO.          00920000
009300     10  WS-PERIOD-END-X REDEFINES WS-PERIOD-END.                 00930000
009400         15  WS-PE-MM              PIC 9(02).                     00940000
009500         15  WS-PE-DD              PIC 9(02).                     00950000
009600         15  WS-PE-YY              PIC 9(02).                     00960000
009700     10  WS-OT-TOLERANCE           PIC 9(03)V9  VALUE 10.0.       00970000
009800     10  WS-TOL-FACTOR             PIC 9(02)V9(04) VALUE 1.1.     00980000
009900     10  WS-MONTH-PERIODS          PIC 9(02) VALUE ZERO.          00990000
010000     10  WS-MONTH-PERIODS-TD       PIC 9(02) VALUE ZERO.          01000000
010100                                                                  01010000
010200 01  WS-CURRENT-YYMMDD.                                           01020000
010300     10  WS-CUR-YY                 PIC 9(02).                     01030000
010400     10  WS-CUR-MM                 PIC 9(02).                     01040000
010500     10  WS-CUR-DD                 PIC 9(02).                     01050000
010600 01  WS-CURRENT-SORT REDEFINES WS-CURRENT-YYMMDD                  01060000
010700                                   PIC 9(06).                     01070000
010800                                                                  01080000
010900 01  WS-TEST-MMDDYY.                                              01090000
011000     10  WS-TEST-MM                PIC 9(02).                     01100000
011100     10  WS-TEST-DD                PIC 9(02).                     01110000
011200     10  WS-TEST-YY                PIC 9(02).                     01120000
011300                                                                  01130000
011400 01  WS-TEST-YYMMDD.                                              01140000
011500     10  WS-TST-YY                 PIC 9(02).                     01150000
011600     10  WS-TST-MM                 PIC 9(02).                     01160000
011700     10  WS-TST-DD                 PIC 9(02).                     01170000
011800 01  WS-TEST-SORT REDEFINES WS-TEST-YYMMDD                        01180000
011900                                   PIC 9(06).                     01190000
012000                                                                  01200000
012100 01  PERIOD-CONTROL-TABLE.                                        01210000
012200     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          01220000
012300     10  PPC-ITEM                  OCCURS 53 TIMES.               01230000
012400         15  PPC-T-DATE            PIC 9(06).                     01240000
012500         15  PPC-T-STATUS          PIC X(01).                     01250000
012600                                                                  01260000
012700 01  PPC-SUB                       PIC 9(03) VALUE ZERO.          01270000
012800 01  PPC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          01280000
012900                                                                  01290000
013000 01  BUDGET-DEPT-TABLE.                                           01300000
013100     10  BD-COUNT                  PIC 9(03) VALUE ZERO.          01310000
013200     10  BD-ITEM                   OCCURS 300 TIMES.              01320000
013300         15  BD-KEY.                                              01330000
013400             20  BD-COMPANY        PIC X(02).                     01340000
013500             20  BD-DIV            PIC X(02).                     01350000
013600             20  BD-DEPT           PIC X(03).                     01360000
013700         15  BD-AMOUNTS.                                          01370000
013800             20  BD-P-BUD-HRS      PIC S9(07)V9.                  01380000
013900             20  BD-P-ACT-HRS      PIC S9(07)V9.                  01390000
014000             20  BD-P-BUD-REG      PIC S9(09)V99.                 01400000
014100             20  BD-P-ACT-REG      PIC S9(09)V99.                 01410000
014200             20  BD-P-BUD-OT       PIC S9(09)V99.                 01420000
014300             20  BD-P-ACT-OT       PIC S9(09)V99.                 01430000
014400             20  BD-Y-BUD-HRS      PIC S9(07)V9.                  01440000
014500             20  BD-Y-ACT-HRS      PIC S9(07)V9.                  01450000
014600             20  BD-Y-BUD-REG      PIC S9(09)V99.                 01460000
014700             20  BD-Y-ACT-REG      PIC S9(09)V99.                 01470000
014800             20  BD-Y-BUD-OT       PIC S9(09)V99.                 01480000
014900             20  BD-Y-ACT-OT       PIC S9(09)V99.                 01490000
015000                                                                  01500000
015100 01  BD-SUB                        PIC 9(03) VALUE ZERO.          01510000
015200 01  BD-PICKED                     PIC 9(03) VALUE ZERO.          01520000
015300 01  WS-BD-KEY.                                                   01530000
015400     10  WS-BD-COMPANY             PIC X(02).                     01540000
015500     10  WS-BD-DIV                 PIC X(02).                     01550000
015600     10  WS-BD-DEPT                PIC X(03).                     01560000
015700                                                                  01570000
015800 01  SORT-FIELDS.                                                 01580000
015900     10  SRT-I                     PIC 9(03) VALUE ZERO.          01590000
016000     10  SRT-J                     PIC 9(03) VALUE ZERO.          01600000
016100     10  SRT-MIN                   PIC 9(03) VALUE ZERO.          01610000
016200 01  WS-BD-HOLD                    PIC X(127).                    01620000
016300                                                                  01630000
016400 01  LEVEL-TOTALS.                                                01640000
016500     10  LV-ITEM                   OCCURS 3 TIMES.                01650000
016600         15  LV-AMOUNTS.                                          01660000
016700             20  LV-P-BUD-HRS      PIC S9(07)V9.                  01670000
016800             20  LV-P-ACT-HRS      PIC S9(07)V9.                  01680000
016900             20  LV-P-BUD-REG      PIC S9(09)V99.                 01690000
017000             20  LV-P-ACT-REG      PIC S9(09)V99.                 01700000
017100             20  LV-P-BUD-OT       PIC S9(09)V99.                 01710000
017200             20  LV-P-ACT-OT       PIC S9(09)V99.                 01720000
017300             20  LV-Y-BUD-HRS      PIC S9(07)V9.                  01730000
017400             20  LV-Y-ACT-HRS      PIC S9(07)V9.                  01740000
017500             20  LV-Y-BUD-REG      PIC S9(09)V99.                 01750000
017600             20  LV-Y-ACT-REG      PIC S9(09)V99.                 01760000
017700             20  LV-Y-BUD-OT       PIC S9(09)V99.                 01770000
017800             20  LV-Y-ACT-OT       PIC S9(09)V99.                 01780000
017900                                                                  01790000
018000 01  LV-SUB                        PIC 9(01) VALUE ZERO.          01800000
018100 01  LV-DIVISION                   PIC 9(01) VALUE 1.             01810000
018200 01  LV-COMPANY                    PIC 9(01) VALUE 2.             01820000
018300 01  LV-GRAND                      PIC 9(01) VALUE 3.             01830000
018400                                                                  01840000
018500 01  WS-LINE-AMOUNTS.                                             01850000
018600     10  LA-P-BUD-HRS              PIC S9(07)V9.                  01860000
018700     10  LA-P-ACT-HRS              PIC S9(07)V9.                  01870000
018800     10  LA-P-BUD-REG              PIC S9(09)V99.                 01880000
018900     10  LA-P-ACT-REG              PIC S9(09)V99.                 01890000
019000     10  LA-P-BUD-OT               PIC S9(09)V99.                 01900000
019100     10  LA-P-ACT-OT               PIC S9(09)V99.                 01910000
019200     10  LA-Y-BUD-HRS              PIC S9(07)V9.                  01920000
019300     10  LA-Y-ACT-HRS              PIC S9(07)V9.                  01930000
019400     10  LA-Y-BUD-REG              PIC S9(09)V99.                 01940000
019500     10  LA-Y-ACT-REG              PIC S9(09)V99.                 01950000
019600     10  LA-Y-BUD-OT               PIC S9(09)V99.                 01960000
019700     10  LA-Y-ACT-OT               PIC S9(09)V99.                 01970000
019800                                                                  01980000
019900 01  WS-LINE-SET.                                                 01990000
020000     10  LS-BUD-HRS                PIC S9(07)V9.                  02000000
020100     10  LS-ACT-HRS                PIC S9(07)V9.                  02010000
020200     10  LS-BUD-REG                PIC S9(09)V99.                 02020000
020300     10  LS-ACT-REG                PIC S9(09)V99.                 02030000
020400     10  LS-BUD-OT                 PIC S9(09)V99.                 02040000
020500     10  LS-ACT-OT                 PIC S9(09)V99.                 02050000
020600                                                                  02060000
020700 01  VARIANCE-FIELDS.                                             02070000
020800     10  WS-BUD-TOTAL              PIC S9(09)V99 VALUE 0.         02080000
020900     10  WS-ACT-TOTAL              PIC S9(09)V99 VALUE 0.         02090000
021000     10  WS-VARIANCE               PIC S9(09)V99 VALUE 0.         02100000
021100     10  WS-PCT-WORK               PIC S9(11)V99 VALUE 0.         02110000
021200     10  WS-VAR-PCT                PIC S9(05)V9  VALUE 0.         02120000
021300     10  WS-OT-ALLOWED             PIC S9(09)V99 VALUE 0.         02130000
021400                                                                  02140000
021500 01  SPREAD-FIELDS.                                               02150000
021600     10  WS-SPREAD-HRS             PIC S9(07)V9  VALUE 0.         02160000
021700     10  WS-SPREAD-REG             PIC S9(09)V99 VALUE 0.         02170000
021800     10  WS-SPREAD-OT              PIC S9(09)V99 VALUE 0.         02180000
021900     10  WS-SPREAD-WORK            PIC S9(11)V99 VALUE 0.         02190000
022000                                                                  02200000
022100 01  BREAK-FIELDS.                                                02210000
022200     10  WS-CUR-COMPANY            PIC X(02) VALUE SPACES.        02220000
022300     10  WS-CUR-DIV                PIC X(02) VALUE SPACES.        02230000
022400                                                                  02240000
022500 01  WS-REC-COUNT-LINE.                                           02250000
022600     10  FILLER                    PIC X(14) VALUE                02260000
022700         'RECORDS READ: '.                                        02270000
022800     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     02280000
022900                                                                  02290000
023000 01  WS-TOTAL-LINE.                                               02300000
023100     10  FILLER                    PIC X(01).                     02310000
023200     10  TL-LABEL                  PIC X(30).                     02320000
023300     10  TL-COUNT                  PIC ZZ,ZZ9.                    02330000
023400                                                                  02340000
023500 01  WS-PRINT-REC                  VALUE SPACES.                  02350000
023600     05  PR-DETAIL.                                               02360000
023700         10  FILLER                PIC X(01).                     02370000
023800         10  PR-COMPANY            PIC X(02).                     02380000
023900         10  FILLER                PIC X(01).                     02390000
024000         10  PR-DIV                PIC X(02).                     02400000
024100         10  FILLER                PIC X(01).                     02410000
024200         10  PR-DEPT               PIC X(03).                     02420000
024300         10  FILLER                PIC X(01).                     02430000
024400         10  PR-LABEL              PIC X(06).                     02440000
024500         10  FILLER                PIC X(01).                     02450000
024600         10  PR-BUD-HRS            PIC ZZZ,ZZ9.9-.                02460000
024700         10  FILLER                PIC X(01).                     02470000
024800         10  PR-ACT-HRS            PIC ZZZ,ZZ9.9-.                02480000
024900         10  FILLER                PIC X(01).                     02490000
025000         10  PR-BUD-REG            PIC Z,ZZZ,ZZ9.99-.             02500000
025100         10  FILLER                PIC X(01).                     02510000
025200         10  PR-ACT-REG            PIC Z,ZZZ,ZZ9.99-.             02520000
025300         10  FILLER                PIC X(01).                     02530000
025400         10  PR-BUD-OT             PIC Z,ZZZ,ZZ9.99-.             02540000
025500         10  FILLER                PIC X(01).                     02550000
025600         10  PR-ACT-OT             PIC Z,ZZZ,ZZ9.99-.             02560000
025700         10  FILLER                PIC X(01).                     02570000
025800         10  PR-VARIANCE           PIC Z,ZZZ,ZZ9.99-.             02580000
025900         10  FILLER                PIC X(01).                     02590000
026000         10  PR-VAR-PCT            PIC ZZZZ9.9-.                  02600000
026100         10  FILLER                PIC X(01).                     02610000
026200         10  PR-FLAG               PIC X(10).                     02620000
026300     05  FILLER                    PIC X(03).                     02630000
026400                                                                  02640000
026500 01  WS-DATE.                                                     02650000
026600     10  YY                        PIC 9(02).                     02660000
026700     10  MM                        PIC 9(02).                     02670000
026800     10  DD                        PIC 9(02).                     02680000
026900                                                                  02690000
027000 01  WS-TIME.                                                     02700000
027100     10  HH                        PIC 9(02).                     02710000
027200     10  MN                        PIC 9(02).                     02720000
027300     10  SS                        PIC 9(02).                     02730000
027400     10  MS                        PIC 9(02).                     02740000
027500                                                                  02750000
027600 01  HEADING-1.                                                   02760000
027700     10  FILLER                    PIC X(02) VALUE SPACES.        02770000
027800     10  H-DATE.                                                  02780000
027900         15  H-MM                  PIC 9(02).                     02790000
028000         15  H-SLASH1              PIC X(01) VALUE '/'.           02800000
028100         15  H-DD                  PIC 9(02).                     02810000
028200         15  H-SLASH2              PIC X(01) VALUE '/'.           02820000
028300         15  H-YY                  PIC 9(02).                     02830000
028400     10  FILLER                    PIC X(03) VALUE SPACES.        02840000
028500     10  H-TIME.                                                  02850000
028600         15  H-HH                  PIC Z9.                        02860000
028700         15  H-COLON               PIC X(01) VALUE ':'.           02870000
028800         15  H-MN                  PIC 9(02).                     02880000
028900     10  FILLER                    PIC X(02) VALUE SPACES.        02890000
029000     10  FILLER                    PIC X(07) VALUE                02900000
029100         'PERIOD '.                                               02910000
029200     10  H-PERIOD                  PIC 99/99/99.                  02920000
029300     10  FILLER                    PIC X(02) VALUE SPACES.        02930000
029400     10  FILLER                    PIC X(27) VALUE                02940000
029500         'LABOR BUDGET VERSUS ACTUAL '.                           02950000
029600     10  FILLER                    PIC X(16) VALUE                02960000
029700         '- OT TOLERANCE: '.                                      02970000
029800     10  H-TOLERANCE               PIC ZZ9.9.                     02980000
029900     10  FILLER                    PIC X(01) VALUE '%'.           02990000
030000     10  FILLER                    PIC X(04) VALUE SPACES.        03000000
030100     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      03010000
030200     10  H-PAGE                    PIC Z(03).                     03020000
030300                                                                  03030000
030400 01  HEADING-2.                                                   03040000
030500     10  FILLER                    PIC X(40) VALUE                03050000
030600         ' CO DV DPT PERIOD BUDGET HRS ACTUAL HRS '.              03060000
030700     10  FILLER                    PIC X(40) VALUE                03070000
030800         '   BUDGET REG    ACTUAL REG     BUDGET O'.              03080000
030900     10  FILLER                    PIC X(40) VALUE                03090000
031000         'T     ACTUAL OT      VARIANCE    VAR % F'.              03100000
031100     10  FILLER                    PIC X(12) VALUE                03110000
031200         'LAG         '.                                          03120000
031300                                                                  03130000
031400 PROCEDURE DIVISION.                                              03140000
031500                                                                  03150000
031600 010-START-HERE.                                                  03160000
031700     OPEN OUTPUT PRINT-FILE                                       03170000
031800     PERFORM 830-READ-BUDGET-CARD                                 03180000
031900     PERFORM 850-GET-DATE                                         03190000
032000     PERFORM 800-PRINT-HEADINGS                                   03200000
032100     IF WS-CARD-OK-FLAG = "NO"                                    03210000
032200         MOVE 'NO USABLE BUDCARD - RUN REFUSED' TO PR-DETAIL      03220000
032300         PERFORM 700-PRINT-LINE                                   03230000
032400         MOVE 8 TO RETURN-CODE                                    03240000
032500     ELSE                                                         03250000
032600         PERFORM 847-LOAD-PERIOD-CONTROL                          03260000
032700         PERFORM 200-COUNT-MONTH-PERIODS                          03270000
032800         OPEN INPUT BUDGET-FILE                                   03280000
032900         PERFORM 110-READ-BUDGET                                  03290000
033000         PERFORM 300-PROCESS-BUDGET                               03300000
033100           UNTIL BG-EOF-FLAG = "YES"                              03310000
033200         CLOSE BUDGET-FILE                                        03320000
033300         OPEN INPUT DEPT-HIST-FILE                                03330000
033400         PERFORM 100-READ-INPUT                                   03340000
033500         PERFORM 400-PROCESS-ACTUAL                               03350000
033600           UNTIL EOF-FLAG = "YES"                                 03360000
033700         CLOSE DEPT-HIST-FILE                                     03370000
033800         IF BD-DROPPED-COUNT > 0                                  03380000
033900             MOVE 'DEPARTMENT TABLE OVER 300 - RUN REFUSED'       03390000
034000                 TO PR-DETAIL                                     03400000
034100             PERFORM 700-PRINT-LINE                               03410000
034200             MOVE 8 TO RETURN-CODE                                03420000
034300         ELSE                                                     03430000
034400         IF BD-COUNT = 0                                          03440000
034500             MOVE 'NO BUDGET OR ACTUALS FOR THE YEAR - REFUSED'   03450000
034600                 TO PR-DETAIL                                     03460000
034700             PERFORM 700-PRINT-LINE                               03470000
034800             MOVE 8 TO RETURN-CODE                                03480000
034900         ELSE                                                     03490000
035000             PERFORM 580-SORT-TABLE                               03500000
035100             PERFORM 500-PRINT-DEPARTMENTS                        03510000
035200             PERFORM 900-PRINT-FINAL-TOTALS                       03520000
035300             IF FLAG-COUNT > 0 OR NO-BUDGET-COUNT > 0             03530000
035400               OR BG-IGNORED-COUNT > 0                            03540000
035500                 MOVE 4 TO RETURN-CODE                            03550000
035600             END-IF                                               03560000
035700         END-IF                                                   03570000
035800         END-IF                                                   03580000
035900     END-IF                                                       03590000
036000     CLOSE PRINT-FILE                                             03600000
036100     PERFORM 985-WRITE-AUDIT-LOG                                  03610000
036200     GOBACK.                                                      03620000
036300                                                                  03630000
036400 100-READ-INPUT.                                                  03640000
036500     READ DEPT-HIST-FILE                                          03650000
036600       AT END                                                     03660000
036700         MOVE "YES" TO EOF-FLAG                                   03670000
036800     END-READ                                                     03680000
036900     ADD 1 TO REC-COUNT.                                          03690000
037000                                                                  03700000
037100 110-READ-BUDGET.                                                 03710000
037200     READ BUDGET-FILE                                             03720000
037300       AT END                                                     03730000
037400         MOVE "YES" TO BG-EOF-FLAG                                03740000
037500     END-READ                                                     03750000
037600     ADD 1 TO BG-REC-COUNT.                                       03760000
037700                                                                  03770000
037800 200-COUNT-MONTH-PERIODS.                                         03780000
037900     MOVE 0 TO WS-MONTH-PERIODS                                   03790000
038000     MOVE 0 TO WS-MONTH-PERIODS-TD                                03800000
038100     MOVE 1 TO PPC-SUB                                            03810000
038200     PERFORM 210-MONTH-PERIOD-CHECK                               03820000
038300       UNTIL PPC-SUB > PPC-COUNT                                  03830000
038400     IF WS-MONTH-PERIODS = 0                                      03840000
038500         MOVE 1 TO WS-MONTH-PERIODS                               03850000
038600         MOVE 1 TO WS-MONTH-PERIODS-TD                            03860000
038700     END-IF                                                       03870000
038800     .                                                            03880000
038900                                                                  03890000
039000 210-MONTH-PERIOD-CHECK.                                          03900000
039100     MOVE PPC-T-DATE (PPC-SUB) TO WS-TEST-MMDDYY                  03910000
039200     IF WS-TEST-MM = WS-PE-MM AND WS-TEST-YY = WS-PE-YY           03920000
039300         ADD 1 TO WS-MONTH-PERIODS                                03930000
039400         IF WS-TEST-DD NOT > WS-PE-DD                             03940000
039500             ADD 1 TO WS-MONTH-PERIODS-TD                         03950000
039600         END-IF                                                   03960000
039700     END-IF                                                       03970000
039800     ADD 1 TO PPC-SUB                                             03980000
039900     .                                                            03990000
040000                                                                  04000000
040100 300-PROCESS-BUDGET.                                              04010000
040200     IF BG-BASIS = 'P'                                            04020000
040300         MOVE BG-PERIOD-END TO WS-TEST-MMDDYY                     04030000
040400         PERFORM 470-MAKE-TEST-SORT                               04040000
040500         IF WS-TST-YY = WS-CUR-YY                                 04050000
040600           AND WS-TEST-SORT NOT > WS-CURRENT-SORT                 04060000
040700             MOVE BG-COMPANY TO WS-BD-COMPANY                     04070000
040800             MOVE BG-DIV TO WS-BD-DIV                             04080000
040900             MOVE BG-DEPT TO WS-BD-DEPT                           04090000
041000             PERFORM 420-FIND-DEPARTMENT                          04100000
041100             IF BD-PICKED > 0                                     04110000
041200                 IF BG-PERIOD-END = WS-PERIOD-END                 04120000
041300                     ADD BG-HOURS TO BD-P-BUD-HRS (BD-PICKED)     04130000
041400                     ADD BG-REG-PAY TO BD-P-BUD-REG (BD-PICKED)   04140000
041500                     ADD BG-OT-PAY TO BD-P-BUD-OT (BD-PICKED)     04150000
041600                 END-IF                                           04160000
041700                 ADD BG-HOURS TO BD-Y-BUD-HRS (BD-PICKED)         04170000
041800                 ADD BG-REG-PAY TO BD-Y-BUD-REG (BD-PICKED)       04180000
041900                 ADD BG-OT-PAY TO BD-Y-BUD-OT (BD-PICKED)         04190000
042000             END-IF                                               04200000
042100         END-IF                                                   04210000
042200     ELSE                                                         04220000
042300     IF BG-BASIS = 'M'                                            04230000
042400         IF BG-YEAR = WS-CUR-YY                                   04240000
042500           AND BG-MONTH NOT > WS-CUR-MM                           04250000
042600             MOVE BG-COMPANY TO WS-BD-COMPANY                     04260000
042700             MOVE BG-DIV TO WS-BD-DIV                             04270000
042800             MOVE BG-DEPT TO WS-BD-DEPT                           04280000
042900             PERFORM 420-FIND-DEPARTMENT                          04290000
043000             IF BD-PICKED > 0                                     04300000
043100                 PERFORM 310-SPREAD-MONTH                         04310000
043200             END-IF                                               04320000
043300         END-IF                                                   04330000
043400     ELSE                                                         04340000
043500         ADD 1 TO BG-IGNORED-COUNT                                04350000
043600     END-IF                                                       04360000
043700     END-IF                                                       04370000
043800     PERFORM 110-READ-BUDGET                                      04380000
043900     .                                                            04390000
044000                                                                  04400000
044100 310-SPREAD-MONTH.                                                04410000
044200     IF BG-MONTH < WS-CUR-MM                                      04420000
044300         ADD BG-HOURS TO BD-Y-BUD-HRS (BD-PICKED)                 04430000
044400         ADD BG-REG-PAY TO BD-Y-BUD-REG (BD-PICKED)               04440000
044500         ADD BG-OT-PAY TO BD-Y-BUD-OT (BD-PICKED)                 04450000
044600     ELSE                                                         04460000
044700         DIVIDE BG-HOURS BY WS-MONTH-PERIODS                      04470000
044800           GIVING WS-SPREAD-HRS ROUNDED                           04480000
044900         DIVIDE BG-REG-PAY BY WS-MONTH-PERIODS                    04490000
045000           GIVING WS-SPREAD-REG ROUNDED                           04500000
045100         DIVIDE BG-OT-PAY BY WS-MONTH-PERIODS                     04510000
045200           GIVING WS-SPREAD-OT ROUNDED                            04520000
045300         ADD WS-SPREAD-HRS TO BD-P-BUD-HRS (BD-PICKED)            04530000
045400         ADD WS-SPREAD-REG TO BD-P-BUD-REG (BD-PICKED)            04540000
045500         ADD WS-SPREAD-OT TO BD-P-BUD-OT (BD-PICKED)              04550000
045600         MULTIPLY BG-HOURS BY WS-MONTH-PERIODS-TD                 04560000
045700           GIVING WS-SPREAD-WORK                                  04570000
045800         DIVIDE WS-SPREAD-WORK BY WS-MONTH-PERIODS                04580000
045900           GIVING WS-SPREAD-HRS ROUNDED                           04590000
046000         MULTIPLY BG-REG-PAY BY WS-MONTH-PERIODS-TD               04600000
046100           GIVING WS-SPREAD-WORK                                  04610000
046200         DIVIDE WS-SPREAD-WORK BY WS-MONTH-PERIODS                04620000
046300           GIVING WS-SPREAD-REG ROUNDED                           04630000
046400         MULTIPLY BG-OT-PAY BY WS-MONTH-PERIODS-TD                04640000
046500           GIVING WS-SPREAD-WORK                                  04650000
046600         DIVIDE WS-SPREAD-WORK BY WS-MONTH-PERIODS                04660000
046700           GIVING WS-SPREAD-OT ROUNDED                            04670000
046800         ADD WS-SPREAD-HRS TO BD-Y-BUD-HRS (BD-PICKED)            04680000
046900         ADD WS-SPREAD-REG TO BD-Y-BUD-REG (BD-PICKED)            04690000
047000         ADD WS-SPREAD-OT TO BD-Y-BUD-OT (BD-PICKED)              04700000
047100     END-IF                                                       04710000
047200     .                                                            04720000
047300                                                                  04730000
047400 400-PROCESS-ACTUAL.                                              04740000
047500     MOVE DP-X-PERIOD-END-DATE TO WS-TEST-MMDDYY                  04750000
047600     PERFORM 470-MAKE-TEST-SORT                                   04760000
047700     IF WS-TST-YY = WS-CUR-YY                                     04770000
047800       AND WS-TEST-SORT NOT > WS-CURRENT-SORT                     04780000
047900         MOVE DP-X-COMPANY TO WS-BD-COMPANY                       04790000
048000         MOVE DP-X-DIV TO WS-BD-DIV                               04800000
048100         MOVE DP-X-DEPT TO WS-BD-DEPT                             04810000
048200         PERFORM 420-FIND-DEPARTMENT                              04820000
048300         IF BD-PICKED > 0                                         04830000
048400             IF DP-X-PERIOD-END-DATE = WS-PERIOD-END              04840000
048500                 ADD DP-X-HR-USED TO BD-P-ACT-HRS (BD-PICKED)     04850000
048600                 ADD DP-X-REG-PAY TO BD-P-ACT-REG (BD-PICKED)     04860000
048700                 ADD DP-X-OT-PAY TO BD-P-ACT-OT (BD-PICKED)       04870000
048800             END-IF                                               04880000
048900             ADD DP-X-HR-USED TO BD-Y-ACT-HRS (BD-PICKED)         04890000
049000             ADD DP-X-REG-PAY TO BD-Y-ACT-REG (BD-PICKED)         04900000
049100             ADD DP-X-OT-PAY TO BD-Y-ACT-OT (BD-PICKED)           04910000
049200         END-IF                                                   04920000
049300     END-IF                                                       04930000
049400     PERFORM 100-READ-INPUT                                       04940000
049500     .                                                            04950000
049600                                                                  04960000
049700 420-FIND-DEPARTMENT.                                             04970000
049800     MOVE 0 TO BD-PICKED                                          04980000
049900     MOVE 1 TO BD-SUB                                             04990000
050000     PERFORM 425-DEPARTMENT-SCAN                                  05000000
050100       UNTIL BD-PICKED > 0                                        05010000
050200       OR BD-SUB > BD-COUNT                                       05020000
050300     IF BD-PICKED = 0                                             05030000
050400         IF BD-COUNT < 300                                        05040000
050500             ADD 1 TO BD-COUNT                                    05050000
050600             MOVE BD-COUNT TO BD-PICKED                           05060000
050700             MOVE WS-BD-KEY TO BD-KEY (BD-PICKED)                 05070000
050800             INITIALIZE BD-AMOUNTS (BD-PICKED)                    05080000
050900         ELSE                                                     05090000
051000             ADD 1 TO BD-DROPPED-COUNT                            05100000
051100         END-IF                                                   05110000
051200     END-IF                                                       05120000
051300     .                                                            05130000
051400                                                                  05140000
051500 425-DEPARTMENT-SCAN.                                             05150000
051600     IF BD-KEY (BD-SUB) = WS-BD-KEY                               05160000
051700         MOVE BD-SUB TO BD-PICKED                                 05170000
051800     ELSE                                                         05180000
051900         ADD 1 TO BD-SUB                                          05190000
052000     END-IF                                                       05200000
052100     .                                                            05210000
052200                                                                  05220000
052300 470-MAKE-TEST-SORT.                                              05230000
052400     MOVE WS-TEST-YY TO WS-TST-YY                                 05240000
052500     MOVE WS-TEST-MM TO WS-TST-MM                                 05250000
052600     MOVE WS-TEST-DD TO WS-TST-DD                                 05260000
052700     .                                                            05270000
052800                                                                  05280000
052900 500-PRINT-DEPARTMENTS.                                           05290000
053000     INITIALIZE LEVEL-TOTALS                                      05300000
053100     MOVE BD-COMPANY (1) TO WS-CUR-COMPANY                        05310000
053200     MOVE BD-DIV (1) TO WS-CUR-DIV                                05320000
053300     MOVE 1 TO BD-SUB                                             05330000
053400     PERFORM 510-PRINT-DEPARTMENT                                 05340000
053500       UNTIL BD-SUB > BD-COUNT                                    05350000
053600     PERFORM 530-PRINT-DIVISION-TOTAL                             05360000
053700     PERFORM 540-PRINT-COMPANY-TOTAL                              05370000
053800     MOVE 2 TO WS-SPACING                                         05380000
053900     MOVE LV-AMOUNTS (LV-GRAND) TO WS-LINE-AMOUNTS                05390000
054000     MOVE 'ALL COMPANIES' TO PR-DETAIL                            05400000
054100     PERFORM 700-PRINT-LINE                                       05410000
054200     PERFORM 560-PRINT-LINE-PAIR                                  05420000
054300     .                                                            05430000
054400                                                                  05440000
054500 510-PRINT-DEPARTMENT.                                            05450000
054600     IF BD-COMPANY (BD-SUB) NOT = WS-CUR-COMPANY                  05460000
054700         PERFORM 530-PRINT-DIVISION-TOTAL                         05470000
054800         PERFORM 540-PRINT-COMPANY-TOTAL                          05480000
054900         MOVE BD-COMPANY (BD-SUB) TO WS-CUR-COMPANY               05490000
055000         MOVE BD-DIV (BD-SUB) TO WS-CUR-DIV                       05500000
055100     ELSE                                                         05510000
055200     IF BD-DIV (BD-SUB) NOT = WS-CUR-DIV                          05520000
055300         PERFORM 530-PRINT-DIVISION-TOTAL                         05530000
055400         MOVE BD-DIV (BD-SUB) TO WS-CUR-DIV                       05540000
055500     END-IF                                                       05550000
055600     END-IF                                                       05560000
055700     MOVE BD-AMOUNTS (BD-SUB) TO WS-LINE-AMOUNTS                  05570000
055800     MOVE LV-DIVISION TO LV-SUB                                   05580000
055900     PERFORM 520-ADD-TO-LEVEL                                     05590000
056000     MOVE "YES" TO WS-DEPT-LEVEL-FLAG                             05600000
056100     MOVE BD-COMPANY (BD-SUB) TO PR-COMPANY                       05610000
056200     MOVE BD-DIV (BD-SUB) TO PR-DIV                               05620000
056300     MOVE BD-DEPT (BD-SUB) TO PR-DEPT                             05630000
056400     PERFORM 560-PRINT-LINE-PAIR                                  05640000
056500     MOVE "NO" TO WS-DEPT-LEVEL-FLAG                              05650000
056600     ADD 1 TO BD-SUB                                              05660000
056700     .                                                            05670000
056800                                                                  05680000
056900 520-ADD-TO-LEVEL.                                                05690000
057000     ADD LA-P-BUD-HRS TO LV-P-BUD-HRS (LV-SUB)                    05700000
057100     ADD LA-P-ACT-HRS TO LV-P-ACT-HRS (LV-SUB)                    05710000
057200     ADD LA-P-BUD-REG TO LV-P-BUD-REG (LV-SUB)                    05720000
057300     ADD LA-P-ACT-REG TO LV-P-ACT-REG (LV-SUB)                    05730000
057400     ADD LA-P-BUD-OT TO LV-P-BUD-OT (LV-SUB)                      05740000
057500     ADD LA-P-ACT-OT TO LV-P-ACT-OT (LV-SUB)                      05750000
057600     ADD LA-Y-BUD-HRS TO LV-Y-BUD-HRS (LV-SUB)                    05760000
057700     ADD LA-Y-ACT-HRS TO LV-Y-ACT-HRS (LV-SUB)                    05770000
057800     ADD LA-Y-BUD-REG TO LV-Y-BUD-REG (LV-SUB)                    05780000
057900     ADD LA-Y-ACT-REG TO LV-Y-ACT-REG (LV-SUB)                    05790000
058000     ADD LA-Y-BUD-OT TO LV-Y-BUD-OT (LV-SUB)                      05800000
058100     ADD LA-Y-ACT-OT TO LV-Y-ACT-OT (LV-SUB)                      05810000
058200     .                                                            05820000
058300                                                                  05830000
058400 530-PRINT-DIVISION-TOTAL.                                        05840000
058500     MOVE LV-AMOUNTS (LV-DIVISION) TO WS-LINE-AMOUNTS             05850000
058600     MOVE LV-COMPANY TO LV-SUB                                    05860000
058700     PERFORM 520-ADD-TO-LEVEL                                     05870000
058800     MOVE 2 TO WS-SPACING                                         05880000
058900     MOVE WS-CUR-COMPANY TO PR-COMPANY                            05890000
059000     MOVE WS-CUR-DIV TO PR-DIV                                    05900000
059100     MOVE 'DIV' TO PR-DEPT                                        05910000
059200     PERFORM 560-PRINT-LINE-PAIR                                  05920000
059300     MOVE 2 TO WS-SPACING                                         05930000
059400     INITIALIZE LV-AMOUNTS (LV-DIVISION)                          05940000
059500     .                                                            05950000
059600                                                                  05960000
059700 540-PRINT-COMPANY-TOTAL.                                         05970000
059800     MOVE LV-AMOUNTS (LV-COMPANY) TO WS-LINE-AMOUNTS              05980000
059900     MOVE LV-GRAND TO LV-SUB                                      05990000
060000     PERFORM 520-ADD-TO-LEVEL                                     06000000
060100     MOVE WS-CUR-COMPANY TO PR-COMPANY                            06010000
060200     MOVE 'CO ' TO PR-DEPT                                        06020000
060300     PERFORM 560-PRINT-LINE-PAIR                                  06030000
060400     MOVE 2 TO WS-SPACING                                         06040000
060500     INITIALIZE LV-AMOUNTS (LV-COMPANY)                           06050000
060600     .                                                            06060000
060700                                                                  06070000
060800 560-PRINT-LINE-PAIR.                                             06080000
060900     MOVE 'PERIOD' TO PR-LABEL                                    06090000
061000     MOVE LA-P-BUD-HRS TO LS-BUD-HRS                              06100000
061100     MOVE LA-P-ACT-HRS TO LS-ACT-HRS                              06110000
061200     MOVE LA-P-BUD-REG TO LS-BUD-REG                              06120000
061300     MOVE LA-P-ACT-REG TO LS-ACT-REG                              06130000
061400     MOVE LA-P-BUD-OT TO LS-BUD-OT                                06140000
061500     MOVE LA-P-ACT-OT TO LS-ACT-OT                                06150000
061600     PERFORM 570-FORMAT-LINE                                      06160000
061700     PERFORM 700-PRINT-LINE                                       06170000
061800     MOVE 'YTD' TO PR-LABEL                                       06180000
061900     MOVE LA-Y-BUD-HRS TO LS-BUD-HRS                              06190000
062000     MOVE LA-Y-ACT-HRS TO LS-ACT-HRS                              06200000
062100     MOVE LA-Y-BUD-REG TO LS-BUD-REG                              06210000
062200     MOVE LA-Y-ACT-REG TO LS-ACT-REG                              06220000
062300     MOVE LA-Y-BUD-OT TO LS-BUD-OT                                06230000
062400     MOVE LA-Y-ACT-OT TO LS-ACT-OT                                06240000
062500     PERFORM 570-FORMAT-LINE                                      06250000
062600     PERFORM 700-PRINT-LINE                                       06260000
062700     .                                                            06270000
062800                                                                  06280000
062900 570-FORMAT-LINE.                                                 06290000
063000     MOVE LS-BUD-HRS TO PR-BUD-HRS                                06300000
063100     MOVE LS-ACT-HRS TO PR-ACT-HRS                                06310000
063200     MOVE LS-BUD-REG TO PR-BUD-REG                                06320000
063300     MOVE LS-ACT-REG TO PR-ACT-REG                                06330000
063400     MOVE LS-BUD-OT TO PR-BUD-OT                                  06340000
063500     MOVE LS-ACT-OT TO PR-ACT-OT                                  06350000
063600     ADD LS-BUD-REG LS-BUD-OT GIVING WS-BUD-TOTAL                 06360000
063700     ADD LS-ACT-REG LS-ACT-OT GIVING WS-ACT-TOTAL                 06370000
063800     SUBTRACT WS-BUD-TOTAL FROM WS-ACT-TOTAL GIVING WS-VARIANCE   06380000
063900     MOVE WS-VARIANCE TO PR-VARIANCE                              06390000
064000     MOVE 0 TO WS-VAR-PCT                                         06400000
064100     IF WS-BUD-TOTAL NOT = 0                                      06410000
064200         MULTIPLY WS-VARIANCE BY 100 GIVING WS-PCT-WORK           06420000
064300         DIVIDE WS-PCT-WORK BY WS-BUD-TOTAL                       06430000
064400           GIVING WS-VAR-PCT ROUNDED                              06440000
064500         MOVE WS-VAR-PCT TO PR-VAR-PCT                            06450000
064600     ELSE                                                         06460000
064700         IF WS-ACT-TOTAL NOT = 0                                  06470000
064800             MOVE 'NO BUDGET' TO PR-FLAG                          06480000
064900             IF WS-DEPT-LEVEL-FLAG = "YES"                        06490000
065000               AND PR-LABEL = 'PERIOD'                            06500000
065100                 ADD 1 TO NO-BUDGET-COUNT                         06510000
065200             END-IF                                               06520000
065300         END-IF                                                   06530000
065400     END-IF                                                       06540000
065500     MULTIPLY LS-BUD-OT BY WS-TOL-FACTOR                          06550000
065600       GIVING WS-OT-ALLOWED ROUNDED                               06560000
065700     IF LS-ACT-OT > WS-OT-ALLOWED                                 06570000
065800       AND WS-BUD-TOTAL NOT = 0                                   06580000
065900         MOVE 'OT OVERRUN' TO PR-FLAG                             06590000
066000         IF WS-DEPT-LEVEL-FLAG = "YES"                            06600000
066100             ADD 1 TO FLAG-COUNT                                  06610000
066200         END-IF                                                   06620000
066300     END-IF                                                       06630000
066400     .                                                            06640000
066500                                                                  06650000
066600 580-SORT-TABLE.                                                  06660000
066700     MOVE 1 TO SRT-I                                              06670000
066800     PERFORM 581-SORT-PASS                                        06680000
066900       UNTIL SRT-I >= BD-COUNT                                    06690000
067000     .                                                            06700000
067100                                                                  06710000
067200 581-SORT-PASS.                                                   06720000
067300     MOVE SRT-I TO SRT-MIN                                        06730000
067400     ADD 1 SRT-I GIVING SRT-J                                     06740000
067500     PERFORM 582-SORT-SCAN                                        06750000
067600       UNTIL SRT-J > BD-COUNT                                     06760000
067700     IF SRT-MIN NOT = SRT-I                                       06770000
067800         MOVE BD-ITEM (SRT-I) TO WS-BD-HOLD                       06780000
067900         MOVE BD-ITEM (SRT-MIN) TO BD-ITEM (SRT-I)                06790000
068000         MOVE WS-BD-HOLD TO BD-ITEM (SRT-MIN)                     06800000
068100     END-IF                                                       06810000
068200     ADD 1 TO SRT-I                                               06820000
068300     .                                                            06830000
068400                                                                  06840000
068500 582-SORT-SCAN.                                                   06850000
068600     IF BD-KEY (SRT-J) < BD-KEY (SRT-MIN)                         06860000
068700         MOVE SRT-J TO SRT-MIN                                    06870000
068800     END-IF                                                       06880000
068900     ADD 1 TO SRT-J                                               06890000
069000     .                                                            06900000
069100                                                                  06910000
069200 700-PRINT-LINE.                                                  06920000
069300     PERFORM 750-WRITE                                            06930000
069400     IF WS-LINE-COUNT > 50                                        06940000
069500         PERFORM 800-PRINT-HEADINGS                               06950000
069600     END-IF                                                       06960000
069700     .                                                            06970000
069800                                                                  06980000
069900 750-WRITE.                                                       06990000
070000     WRITE PRINT-REC FROM WS-PRINT-REC                            07000000
070100       AFTER ADVANCING WS-SPACING LINES                           07010000
070200     END-WRITE                                                    07020000
070300     ADD WS-SPACING TO WS-LINE-COUNT                              07030000
070400     MOVE 1 TO WS-SPACING                                         07040000
070500     MOVE SPACES TO WS-PRINT-REC                                  07050000
070600     .                                                            07060000
070700                                                                  07070000
070800 800-PRINT-HEADINGS.                                              07080000
070900     ADD 1 TO WS-PAGE                                             07090000
071000     MOVE WS-PAGE TO H-PAGE                                       07100000
071100     MOVE WS-PERIOD-END TO H-PERIOD                               07110000
071200     MOVE WS-OT-TOLERANCE TO H-TOLERANCE                          07120000
071300     WRITE PRINT-REC FROM HEADING-1                               07130000
071400       AFTER ADVANCING PAGE                                       07140000
071500     END-WRITE                                                    07150000
071600     MOVE HEADING-2 TO WS-PRINT-REC                               07160000
071700     MOVE 2 TO WS-SPACING                                         07170000
071800     PERFORM 750-WRITE                                            07180000
071900     MOVE 2 TO WS-SPACING                                         07190000
072000     MOVE 0 TO WS-LINE-COUNT                                      07200000
072100     .                                                            07210000
072200                                                                  07220000
072300 830-READ-BUDGET-CARD.                                            07230000
072400     OPEN INPUT BUDGET-CARD-FILE                                  07240000
072500     READ BUDGET-CARD-FILE                                        07250000
072600       AT END                                                     07260000
072700         MOVE "NO" TO WS-CARD-OK-FLAG                             07270000
072800       NOT AT END                                                 07280000
072900         IF BC-PERIOD-END NUMERIC                                 07290000
073000             MOVE BC-PERIOD-END TO WS-PERIOD-END                  07300000
073100             IF WS-PE-MM > 0 AND WS-PE-MM < 13                    07310000
073200               AND WS-PE-DD > 0 AND WS-PE-DD < 32                 07320000
073300                 MOVE "YES" TO WS-CARD-OK-FLAG                    07330000
073400             END-IF                                               07340000
073500             IF BC-OT-TOLERANCE NUMERIC                           07350000
073600                 MOVE BC-OT-TOLERANCE TO WS-OT-TOLERANCE          07360000
073700             END-IF                                               07370000
073800         END-IF                                                   07380000
073900     END-READ                                                     07390000
074000     CLOSE BUDGET-CARD-FILE                                       07400000
074100     MOVE WS-PE-YY TO WS-CUR-YY                                   07410000
074200     MOVE WS-PE-MM TO WS-CUR-MM                                   07420000
074300     MOVE WS-PE-DD TO WS-CUR-DD                                   07430000
074400     DIVIDE WS-OT-TOLERANCE BY 100 GIVING WS-TOL-FACTOR           07440000
074500     ADD 1 TO WS-TOL-FACTOR                                       07450000
074600     .                                                            07460000
074700                                                                  07470000
074800 847-LOAD-PERIOD-CONTROL.                                         07480000
074900     OPEN INPUT PERIOD-CONTROL-FILE                               07490000
075000     MOVE 'NO' TO PPC-EOF-FLAG                                    07500000
075100     MOVE 0 TO PPC-COUNT                                          07510000
075200     PERFORM UNTIL PPC-EOF-FLAG = 'YES'                           07520000
075300         READ PERIOD-CONTROL-FILE                                 07530000
075400           AT END                                                 07540000
075500             MOVE 'YES' TO PPC-EOF-FLAG                           07550000
075600           NOT AT END                                             07560000
075700             IF PPC-COUNT < 53                                    07570000
075800                 ADD 1 TO PPC-COUNT                               07580000
075900                 MOVE PPC-PERIOD-END-DATE                         07590000
076000                     TO PPC-T-DATE (PPC-COUNT)                    07600000
076100                 MOVE PPC-STATUS TO PPC-T-STATUS (PPC-COUNT)      07610000
076200             END-IF                                               07620000
076300         END-READ                                                 07630000
076400     END-PERFORM                                                  07640000
076500     CLOSE PERIOD-CONTROL-FILE                                    07650000
076600     .                                                            07660000
076700                                                                  07670000
076800 850-GET-DATE.                                                    07680000
076900     ACCEPT WS-DATE FROM DATE                                     07690000
077000     MOVE MM TO H-MM                                              07700000
077100     MOVE DD TO H-DD                                              07710000
077200     MOVE YY TO H-YY                                              07720000
077300     ACCEPT WS-TIME FROM TIME                                     07730000
077400     MOVE HH TO H-HH                                              07740000
077500     MOVE MN TO H-MN                                              07750000
077600     .                                                            07760000
077700                                                                  07770000
077800 900-PRINT-FINAL-TOTALS.                                          07780000
077900     MOVE SPACES TO WS-PRINT-REC                                  07790000
078000     MOVE 2 TO WS-SPACING                                         07800000
078100     MOVE REC-COUNT TO WS-REC-COUNT-ED                            07810000
078200     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          07820000
078300     PERFORM 700-PRINT-LINE                                       07830000
078400     MOVE SPACES TO WS-TOTAL-LINE                                 07840000
078500     MOVE 'BUDGET RECORDS READ:' TO TL-LABEL                      07850000
078600     MOVE BG-REC-COUNT TO TL-COUNT                                07860000
078700     PERFORM 910-PRINT-TOTAL-LINE                                 07870000
078800     MOVE 'BUDGET RECORDS BAD BASIS:' TO TL-LABEL                 07880000
078900     MOVE BG-IGNORED-COUNT TO TL-COUNT                            07890000
079000     PERFORM 910-PRINT-TOTAL-LINE                                 07900000
079100     MOVE 'PERIODS ENDING IN MONTH:' TO TL-LABEL                  07910000
079200     MOVE WS-MONTH-PERIODS TO TL-COUNT                            07920000
079300     PERFORM 910-PRINT-TOTAL-LINE                                 07930000
079400     MOVE 'DEPARTMENTS REPORTED:' TO TL-LABEL                     07940000
079500     MOVE BD-COUNT TO TL-COUNT                                    07950000
079600     PERFORM 910-PRINT-TOTAL-LINE                                 07960000
079700     MOVE 'OT OVERRUN FLAGS:' TO TL-LABEL                         07970000
079800     MOVE FLAG-COUNT TO TL-COUNT                                  07980000
079900     PERFORM 910-PRINT-TOTAL-LINE                                 07990000
080000     MOVE 'DEPARTMENTS PAID, NO BUDGET:' TO TL-LABEL              08000000
080100     MOVE NO-BUDGET-COUNT TO TL-COUNT                             08010000
080200     PERFORM 910-PRINT-TOTAL-LINE                                 08020000
080300     .                                                            08030000
080400                                                                  08040000
080500 910-PRINT-TOTAL-LINE.                                            08050000
080600     MOVE WS-TOTAL-LINE TO PR-DETAIL                              08060000
080700     PERFORM 700-PRINT-LINE                                       08070000
080800     MOVE SPACES TO WS-TOTAL-LINE                                 08080000
080900     .                                                            08090000
081000                                                                  08100000
081100 985-WRITE-AUDIT-LOG.                                             08110000
081200     OPEN EXTEND AUDIT-FILE                                       08120000
081300     MOVE 'BUDVAR' TO AUD-PROGRAM                                 08130000
081400     MOVE WS-DATE TO AUD-RUN-DATE                                 08140000
081500     MOVE WS-TIME TO AUD-RUN-TIME                                 08150000
081600     MOVE WS-PERIOD-END TO AUD-PERIOD-END                         08160000
081700     MOVE REC-COUNT TO AUD-RECS-READ                              08170000
081800     MOVE 0 TO AUD-RECS-WRITTEN                                   08180000
081900     ADD FLAG-COUNT NO-BUDGET-COUNT GIVING EXC-COUNT              08190000
082000     MOVE EXC-COUNT TO AUD-EXC-COUNT                              08200000
082100     MOVE RETURN-CODE TO AUD-RETURN-CODE                          08210000
082200     WRITE AUD-REC                                                08220000
082300     CLOSE AUDIT-FILE                                             08230000
082400     .                                                            08240000
