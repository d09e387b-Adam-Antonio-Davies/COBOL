000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    ROLLBACK.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000650*    PERIOD ROLLBACK.  PUTS THE POSTING MASTERS BACK AS THEY *    00065000
000700*    STOOD BEFORE A PAY PERIOD WAS POSTED, SO A PERIOD THAT  *    00070000
000750*    PERCLOSE HAS REOPENED ('R' WITH SUPERVISOR OVERRIDE)    *    00075000
000800*    CAN BE RERUN WITHOUT POSTING IT TWICE.  BREAKS OR       *    00080000
000850*    BRKMERGE (YTDMSTR), LEAVACC (LEAVEMST) AND GARNISH      *    00085000
000900*    (GARNMSTR) EACH COPY THEIR MASTER TO A SNAPSHOT FILE    *    00090000
000950*    STAMPED WITH THE PERIOD (YTDSNAP, LEAVSNAP, GARNSNAP)   *    00095000
001000*    BEFORE THEY POST.  THE ROLLCARD NAMES THE PERIOD, WHICH *    00100000
001050*    MUST BE OPEN ON PERCTL WITH NO LATER PERIOD POSTED OR   *    00105000
001100*    CLOSED.  EVERY SNAPSHOT IS CHECKED FIRST:  ONE FOR THE  *    00110000
001150*    PERIOD IS RESTORED; A MASTER WITH NO SNAPSHOT, OR ONLY  *    00115000
001200*    ONE FROM AN EARLIER PERIOD, IS LEFT AS IT IS.  A        *    00120000
001250*    SNAPSHOT FOR A LATER PERIOD, FOR A PERIOD NOT ON THE    *    00125000
001300*    CALENDAR, FOR THE WRONG MASTER, OR WITHOUT A TRAILER    *    00130000
001350*    THAT AGREES WITH ITS DETAIL COUNT STOPS THE RUN BEFORE  *    00135000
001400*    ANY MASTER IS TOUCHED.  SO DOES A MASTER THE AUDITLOG   *    00140000
001450*    SHOWS POSTED FOR THE PERIOD - A CLEAN BREAKS, BRKMERGE, *    00145000
001500*    LEAVACC OR GARNISH RUN NOT SINCE UNDONE BY A ROLLBACK - *    00150000
001550*    THAT HAS NO SNAPSHOT FOR THE PERIOD.  SO DOES ANY       *    00155000
001600*    OFFCYCLE RUN LOGGED AFTER YTDSNAP WAS TAKEN, WHOSE      *    00160000
001650*    POSTING TO YTDMSTR A RESTORE WOULD LOSE, AND ANY        *    00165000
001700*    FINALPAY RUN LOGGED AFTER LEAVSNAP WAS TAKEN, WHOSE     *    00170000
001750*    VACATION PAYOUT A LEAVEMST RESTORE WOULD PUT BACK ON    *    00175000
001800*    THE BALANCE WHILE FPHIST STOPS IT BEING PAID AGAIN;     *    00180000
001850*    THOSE RUNS ARE LISTED.  EACH RESTORED MASTER IS READ    *    00185000
001900*    BACK AND ITS RECORD COUNT AND AMOUNT TOTALS ARE PROVED  *    00190000
001950*    AGAINST THE SNAPSHOT ON THE REPORT.  THE RUN IS         *    00195000
002000*    RECORDED ON THE AUDITLOG UNDER THE PERIOD, FOLLOWED BY  *    00200000
002050*    ONE ENTRY FOR EACH MASTER RESTORED, UNDER THE MASTER'S  *    00205000
002100*    NAME, RC 0 IF IT PROVED AND 8 IF NOT; A PROVED LEAVEMST *    00210000
002150*    ENTRY LETS LEAVACC ACCRUE THE PERIOD AGAIN.  THE        *    00215000
002200*    REMITREQ REQUESTS GARNISH WROTE ARE NOT PART OF THE     *    00220000
002250*    ROLLBACK.                                               *    00225000
003000*                                                            *    00300000
003100**************************************************************    00310000
003200                                                                  00320000
003300 ENVIRONMENT DIVISION.                                            00330000
003400 CONFIGURATION SECTION.                                           00340000
003500 SOURCE-COMPUTER.                                                 00350000
003600     Z13                                                          00360000
003700     WITH DEBUGGING MODE                                          00370000
003800     .                                                            00380000
003900                                                                  00390000
004000 INPUT-OUTPUT SECTION.                                            00400000
004100                                                                  00410000
004200 FILE-CONTROL.                                                    00420000
004300     SELECT OPTIONAL ROLL-CARD-FILE ASSIGN TO ROLLCARD.           00430000
004400     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00440000
004500     SELECT OPTIONAL YTD-SNAP-FILE ASSIGN TO YTDSNAP.             00450000
004600     SELECT OPTIONAL LEAVE-SNAP-FILE ASSIGN TO LEAVSNAP.          00460000
004700     SELECT OPTIONAL GARN-SNAP-FILE ASSIGN TO GARNSNAP.           00470000
004800     SELECT OPTIONAL YTD-FILE      ASSIGN TO YTDMSTR              00480000
004900         ORGANIZATION IS INDEXED                                  00490000
005000         ACCESS IS DYNAMIC                                        00500000
005100         RECORD KEY IS YTD-ID-NUMBER.                             00510000
005200     SELECT OPTIONAL LEAVE-FILE    ASSIGN TO LEAVEMST             00520000
005300         ORGANIZATION IS INDEXED                                  00530000
005400         ACCESS IS DYNAMIC                                        00540000
005500         RECORD KEY IS LV-ID-NUMBER.                              00550000
005600     SELECT OPTIONAL GARN-MASTER-FILE ASSIGN TO GARNMSTR.         00560000
005700     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00570000
005800     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00580000
005900                                                                  00590000
006000 DATA DIVISION.                                                   00600000
006100 FILE SECTION.                                                    00610000
006200                                                                  00620000
006300 FD  ROLL-CARD-FILE                                               00630000
006400     RECORDING MODE IS F.                                         00640000
006500 01  RL-REC.                                                      00650000
006600     10  RL-PERIOD-END             PIC 9(06).                     00660000
006700     10  FILLER                    PIC X(74).                     00670000
006800                                                                  00680000
006900 FD  PERIOD-CONTROL-FILE                                          00690000
007000     RECORDING MODE IS F.                                         00700000
007100     COPY PERCTL.                                                 00710000
007200                                                                  00720000
007300 FD  YTD-SNAP-FILE                                                00730000
007400     RECORDING MODE IS F.                                         00740000
007500 01  YS-REC                        PIC X(87).                     00750000
007600                                                                  00760000
007700 FD  LEAVE-SNAP-FILE                                              00770000
007800     RECORDING MODE IS F.                                         00780000
007900 01  LS-REC                        PIC X(87).                     00790000
008000                                                                  00800000
008100 FD  GARN-SNAP-FILE                                               00810000
008200     RECORDING MODE IS F.                                         00820000
008300 01  GS-REC                        PIC X(87).                     00830000
008400                                                                  00840000
008500 FD  YTD-FILE.                                                    00850000
008600     COPY YTDMSTR.                                                00860000
008700                                                                  00870000
008800 FD  LEAVE-FILE.                                                  00880000
008900     COPY LEAVEMST.                                               00890000
009000                                                                  00900000
009100 FD  GARN-MASTER-FILE                                             00910000
009200     RECORDING MODE IS F.                                         00920000
009300     COPY GARNMSTR.                                               00930000
009400                                                                  00940000
009500 FD  PRINT-FILE                                                   00950000
009600     RECORDING MODE IS F.                                         00960000
009700 01  PRINT-REC.                                                   00970000
009800     10  FILLER                    PIC X(132).                    00980000
009900                                                                  00990000
010000 FD  AUDIT-FILE                                                   01000000
010100     RECORDING MODE IS F.                                         01010000
010200     COPY AUDITLOG.                                               01020000
010300                                                                  01030000
010400 WORKING-STORAGE SECTION.                                         01040000
010500                                                                  01050000
010600 01  WS-COUNTERS-FLAGS.                                           01060000
010700     10  WS-SPACING                PIC 9(01) VALUE 2.             01070000
010800     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01080000
010900     10  WS-PAGE                   PIC 9(03) VALUE 0.             01090000
011000     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01100000
011100     10  READ-COUNT                PIC 9(07) VALUE ZERO.          01110000
011200     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01120000
011300     10  RESTORE-COUNT             PIC 9(01) VALUE ZERO.          01130000
011400     10  LEFT-COUNT                PIC 9(01) VALUE ZERO.          01140000
011500     10  SN-EOF-FLAG               PIC X(03) VALUE "NO".          01150000
011600     10  MS-EOF-FLAG               PIC X(03) VALUE "NO".          01160000
011700     10  WS-CARD-OK-FLAG           PIC X(03) VALUE "NO".          01170000
011800     10  WS-PERIOD-OK-FLAG         PIC X(03) VALUE "NO".          01180000
011900     10  WS-REFUSE-FLAG            PIC X(03) VALUE "NO".          01190000
012000     10  WS-BALANCE-FLAG           PIC X(03) VALUE "YES".         01200000
012100     10  WS-ROLL-PERIOD            PIC 9(06) VALUE ZERO.          01210000
012125     10  AUD-EOF-FLAG              PIC X(03) VALUE "NO".          01212500
012150     10  OFFCYCLE-COUNT            PIC 9(05) VALUE ZERO.          01215000
012175     10  FINALPAY-COUNT            PIC 9(05) VALUE ZERO.          01217500
012200                                                                  01220000
012300 01  PERIOD-CONTROL-TABLE.                                        01230000
012400     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          01240000
012500     10  PPC-ITEM                  OCCURS 53 TIMES.               01250000
012600         15  PPC-T-DATE            PIC 9(06).                     01260000
012700         15  PPC-T-STATUS          PIC X(01).                     01270000
012800                                                                  01280000
012900 01  PPC-SUB                       PIC 9(03) VALUE ZERO.          01290000
013000 01  PPC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          01300000
013100 01  WS-ROLL-SUB                   PIC 9(03) VALUE ZERO.          01310000
013200 01  WS-SNAP-SUB                   PIC 9(03) VALUE ZERO.          01320000
013300                                                                  01330000
013400     COPY SNAPSHOT.                                               01340000
013500                                                                  01350000
013600*    THE MASTERS THAT CAN BE ROLLED BACK AND THEIR SNAPSHOTS,     01360000
013700*    IN THE ORDER THEY ARE CHECKED AND RESTORED                   01370000
013800 01  MASTER-NAME-VALUES.                                          01380000
013900     10  FILLER                    PIC X(16) VALUE                01390000
014000         'YTDMSTR YTDSNAP '.                                      01400000
014100     10  FILLER                    PIC X(16) VALUE                01410000
014200         'LEAVEMSTLEAVSNAP'.                                      01420000
014300     10  FILLER                    PIC X(16) VALUE                01430000
014400         'GARNMSTRGARNSNAP'.                                      01440000
014500 01  FILLER REDEFINES MASTER-NAME-VALUES.                         01450000
014600     10  MN-ITEM                   OCCURS 3 TIMES.                01460000
014700         15  MN-MASTER             PIC X(08).                     01470000
014800         15  MN-SNAP-FILE          PIC X(08).                     01480000
014900                                                                  01490000
015000*    THE AMOUNT FIELDS PROVED FOR EACH MASTER, IN RECORD ORDER    01500000
015100 01  PROOF-LABEL-VALUES.                                          01510000
015200     10  FILLER                    PIC X(48) VALUE                01520000
015300         'HOURS USED      REGULAR PAY     OVERTIME PAY    '.      01530000
015400     10  FILLER                    PIC X(48) VALUE                01540000
015500         'DEDUCTIONS      NET PAY                         '.      01550000
015600     10  FILLER                    PIC X(48) VALUE                01560000
015700         'VACATION BAL    SICK BALANCE    VAC ACCRUED YTD '.      01570000
015800     10  FILLER                    PIC X(48) VALUE                01580000
015900         'SICK ACCRUED YTDVAC USED YTD    SICK USED YTD   '.      01590000
016000     10  FILLER                    PIC X(48) VALUE                01600000
016100         'ORIGINAL AMOUNT BALANCE         PER-PERIOD AMT  '.      01610000
016200     10  FILLER                    PIC X(48) VALUE SPACES.        01620000
016300 01  FILLER REDEFINES PROOF-LABEL-VALUES.                         01630000
016400     10  PL-MASTER-ITEM            OCCURS 3 TIMES.                01640000
016500         15  PL-LABEL              OCCURS 6 TIMES PIC X(16).      01650000
016600                                                                  01660000
016700 01  AMOUNT-COUNT-VALUES           PIC X(03) VALUE '563'.         01670000
016800 01  FILLER REDEFINES AMOUNT-COUNT-VALUES.                        01680000
016900     10  AC-COUNT                  OCCURS 3 TIMES PIC 9(01).      01690000
017000                                                                  01700000
017050*    ONE ROW PER MASTER.  MT-ACTION IS THE SNAPSHOT CHECK'S       01705000
017100*    DECISION:  'R' RESTORE, 'S' LEAVE AS IT IS, 'X' REFUSE       01710000
017150*    THE RUN.  MT-POSTED-FLAG IS SET FROM THE AUDITLOG WHEN       01715000
017200*    THE MASTER WAS POSTED FOR THE PERIOD AND NOT RESTORED        01720000
017250*    SINCE.                                                       01725000
017400 01  MASTER-TABLE.                                                01740000
017500     10  MT-ITEM                   OCCURS 3 TIMES.                01750000
017600         15  MT-ACTION             PIC X(01).                     01760000
017700         15  MT-REC-COUNT          PIC 9(07).                     01770000
017800         15  MT-HEADER-FLAG        PIC X(03).                     01780000
017900         15  MT-TRAILER-FLAG       PIC X(03).                     01790000
018000         15  MT-BAD-FLAG           PIC X(03).                     01800000
018100         15  MT-PERIOD             PIC 9(06).                     01810000
018200         15  MT-PROGRAM            PIC X(08).                     01820000
018300         15  MT-TAKEN-DATE         PIC 9(06).                     01830000
018350         15  MT-TAKEN-TIME         PIC 9(06).                     01835000
018400         15  MT-SNAP-COUNT         PIC 9(07).                     01840000
018500         15  MT-REST-COUNT         PIC 9(07).                     01850000
018600         15  MT-REJECT-COUNT       PIC 9(07).                     01860000
018625         15  MT-POSTED-FLAG        PIC X(03).                     01862500
018650         15  MT-RESTORED-FLAG      PIC X(03).                     01865000
018675         15  MT-PROVED-FLAG        PIC X(03).                     01867500
018700         15  MT-NOTE               PIC X(50).                     01870000
018800         15  MT-TOTALS             OCCURS 6 TIMES.                01880000
018900             20  MT-SNAP-AMT       PIC S9(11)V99.                 01890000
019000             20  MT-REST-AMT       PIC S9(11)V99.                 01900000
019100                                                                  01910000
019200 01  MT-SUB                        PIC 9(01) VALUE ZERO.          01920000
019300 01  AMT-SUB                       PIC 9(01) VALUE ZERO.          01930000
019400                                                                  01940000
019500 01  WS-PERIOD-PARTS.                                             01950000
019600     10  WS-PP-MM                  PIC 9(02).                     01960000
019700     10  WS-PP-DD                  PIC 9(02).                     01970000
019800     10  WS-PP-YY                  PIC 9(02).                     01980000
019900                                                                  01990000
020000 01  WS-FMT-PERIOD.                                               02000000
020100     10  WS-FP-MM                  PIC 9(02).                     02010000
020200     10  FILLER                    PIC X(01) VALUE '/'.           02020000
020300     10  WS-FP-DD                  PIC 9(02).                     02030000
020400     10  FILLER                    PIC X(01) VALUE '/'.           02040000
020500     10  WS-FP-YY                  PIC 9(02).                     02050000
020600                                                                  02060000
020700*    A SNAPSHOT'S TAKEN DATE IS YYMMDD, AS ACCEPTED FROM DATE     02070000
020800 01  WS-TAKEN-PARTS.                                              02080000
020900     10  WS-TK-YY                  PIC 9(02).                     02090000
021000     10  WS-TK-MM                  PIC 9(02).                     02100000
021100     10  WS-TK-DD                  PIC 9(02).                     02110000
021200                                                                  02120000
021300 01  WS-PROOF-HEAD.                                               02130000
021400     10  FILLER                    PIC X(29) VALUE                02140000
021500         ' MASTER    CONTROL ITEM'.                               02150000
021600     10  FILLER                    PIC X(20) VALUE                02160000
021700         '    SNAPSHOT TOTAL  '.                                  02170000
021800     10  FILLER                    PIC X(20) VALUE                02180000
021900         '    RESTORED TOTAL  '.                                  02190000
022000     10  FILLER                    PIC X(06) VALUE 'RESULT'.      02200000
022100                                                                  02210000
022200 01  WS-PROOF-COUNT-LINE.                                         02220000
022300     10  FILLER                    PIC X(01) VALUE SPACE.         02230000
022400     10  PC-MASTER                 PIC X(08).                     02240000
022500     10  FILLER                    PIC X(02) VALUE SPACES.        02250000
022600     10  FILLER                    PIC X(16) VALUE 'RECORDS'.     02260000
022700     10  FILLER                    PIC X(07) VALUE SPACES.        02270000
022800     10  PC-SNAP                   PIC Z,ZZZ,ZZ9.                 02280000
022900     10  FILLER                    PIC X(11) VALUE SPACES.        02290000
023000     10  PC-REST                   PIC Z,ZZZ,ZZ9.                 02300000
023100     10  FILLER                    PIC X(05) VALUE SPACES.        02310000
023200     10  PC-RESULT                 PIC X(20).                     02320000
023300                                                                  02330000
023400 01  WS-PROOF-LINE.                                               02340000
023500     10  FILLER                    PIC X(01) VALUE SPACE.         02350000
023600     10  PF-MASTER                 PIC X(08) VALUE SPACES.        02360000
023700     10  FILLER                    PIC X(02) VALUE SPACES.        02370000
023800     10  PF-ITEM                   PIC X(16).                     02380000
023900     10  FILLER                    PIC X(02) VALUE SPACES.        02390000
024000     10  PF-SNAP                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.        02400000
024100     10  FILLER                    PIC X(02) VALUE SPACES.        02410000
024200     10  PF-REST                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.        02420000
024300     10  FILLER                    PIC X(02) VALUE SPACES.        02430000
024400     10  PF-RESULT                 PIC X(20).                     02440000
024500                                                                  02450000
024600 01  WS-TOTAL-LINE.                                               02460000
024700     10  FILLER                    PIC X(01).                     02470000
024800     10  TL-LABEL                  PIC X(30).                     02480000
024900     10  TL-COUNT                  PIC Z,ZZZ,ZZ9.                 02490000
025000                                                                  02500000
025100 01  WS-PRINT-REC                  VALUE SPACES.                  02510000
025200     05  PR-DETAIL.                                               02520000
025300         10  FILLER                PIC X(01).                     02530000
025400         10  PR-MASTER             PIC X(08).                     02540000
025500         10  FILLER                PIC X(02).                     02550000
025600         10  PR-SNAP-FILE          PIC X(08).                     02560000
025700         10  FILLER                PIC X(02).                     02570000
025800         10  PR-PERIOD             PIC X(08).                     02580000
025900         10  FILLER                PIC X(02).                     02590000
026000         10  PR-PROGRAM            PIC X(08).                     02600000
026100         10  FILLER                PIC X(02).                     02610000
026200         10  PR-TAKEN              PIC X(08).                     02620000
026300         10  FILLER                PIC X(02).                     02630000
026400         10  PR-RECORDS            PIC ZZZZ,ZZ9.                  02640000
026500         10  FILLER                PIC X(02).                     02650000
026600         10  PR-NOTE               PIC X(50).                     02660000
026700     05  FILLER                    PIC X(21).                     02670000
026800                                                                  02680000
026900 01  WS-DATE.                                                     02690000
027000     10  YY                        PIC 9(02).                     02700000
027100     10  MM                        PIC 9(02).                     02710000
027200     10  DD                        PIC 9(02).                     02720000
027300                                                                  02730000
027400 01  WS-TIME.                                                     02740000
027500     10  HH                        PIC 9(02).                     02750000
027600     10  MN                        PIC 9(02).                     02760000
027700     10  SS                        PIC 9(02).                     02770000
027800     10  MS                        PIC 9(02).                     02780000
027900                                                                  02790000
028000 01  HEADING-1.                                                   02800000
028100     10  FILLER                    PIC X(02) VALUE SPACES.        02810000
028200     10  H-DATE.                                                  02820000
028300         15  H-MM                  PIC 9(02).                     02830000
028400         15  H-SLASH1              PIC X(01) VALUE '/'.           02840000
028500         15  H-DD                  PIC 9(02).                     02850000
028600         15  H-SLASH2              PIC X(01) VALUE '/'.           02860000
028700         15  H-YY                  PIC 9(02).                     02870000
028800     10  FILLER                    PIC X(03) VALUE SPACES.        02880000
028900     10  H-TIME.                                                  02890000
029000         15  H-HH                  PIC Z9.                        02900000
029100         15  H-COLON               PIC X(01) VALUE ':'.           02910000
029200         15  H-MN                  PIC 9(02).                     02920000
029300     10  FILLER                    PIC X(02) VALUE SPACES.        02930000
029400     10  FILLER                    PIC X(11) VALUE                02940000
029500         'PER ENDING '.                                           02950000
029600     10  H-PERIOD-DATE.                                           02960000
029700         15  H-PER-MM              PIC 9(02).                     02970000
029800         15  H-PER-SLASH1          PIC X(01) VALUE '/'.           02980000
029900         15  H-PER-DD              PIC 9(02).                     02990000
030000         15  H-PER-SLASH2          PIC X(01) VALUE '/'.           03000000
030100         15  H-PER-YY              PIC 9(02).                     03010000
030200     10  FILLER                    PIC X(02) VALUE SPACES.        03020000
030300     10  FILLER                    PIC X(40) VALUE                03030000
030400         'PERIOD ROLLBACK - RESTORE AND PROOF     '.              03040000
030500     10  FILLER                    PIC X(05) VALUE SPACES.        03050000
030600     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      03060000
030700     10  H-PAGE                    PIC Z(03).                     03070000
030800                                                                  03080000
030900 01  HEADING-2.                                                   03090000
031000     10  FILLER                    PIC X(40) VALUE                03100000
031100         ' MASTER    SNAPSHOT  PERIOD    TAKEN BY '.              03110000
031200     10  FILLER                    PIC X(40) VALUE                03120000
031300         ' TAKEN ON   RECORDS  ACTION             '.              03130000
031400                                                                  03140000
031500 PROCEDURE DIVISION.                                              03150000
031600                                                                  03160000
031700 010-START-HERE.                                                  03170000
031800     OPEN OUTPUT PRINT-FILE                                       03180000
031900     PERFORM 850-GET-DATE                                         03190000
032000     PERFORM 830-READ-ROLL-CARD                                   03200000
032100     PERFORM 800-PRINT-HEADINGS                                   03210000
032200     IF WS-CARD-OK-FLAG = "NO"                                    03220000
032300         MOVE '** NO USABLE ROLLCARD - RUN REFUSED'               03230000
032400             TO WS-PRINT-REC                                      03240000
032500         PERFORM 700-PRINT-LINE                                   03250000
032600         MOVE 8 TO RETURN-CODE                                    03260000
032700     ELSE                                                         03270000
032800         PERFORM 847-LOAD-PERIOD-CONTROL                          03280000
032900         PERFORM 200-CHECK-PERIOD                                 03290000
033000         IF WS-PERIOD-OK-FLAG = "NO"                              03300000
033100             MOVE 8 TO RETURN-CODE                                03310000
033200         ELSE                                                     03320000
033250             PERFORM 250-CHECK-POSTING-RUNS                       03325000
033300             MOVE 1 TO MT-SUB                                     03330000
033400             PERFORM 300-CHECK-SNAPSHOT                           03340000
033500               UNTIL MT-SUB > 3                                   03350000
033525             IF MT-ACTION (1) = 'R'                               03352500
033550                 PERFORM 370-CHECK-OFFCYCLE-RUNS                  03355000
033575             END-IF                                               03357500
033580             IF MT-ACTION (2) = 'R'                               03358000
033585                 PERFORM 380-CHECK-FINALPAY-RUNS                  03358500
033590             END-IF                                               03359000
033600             IF WS-REFUSE-FLAG = "YES"                            03360000
033700                 MOVE '** RUN REFUSED - NO MASTER RESTORED'       03370000
033800                     TO WS-PRINT-REC                              03380000
033900                 MOVE 2 TO WS-SPACING                             03390000
034000                 PERFORM 700-PRINT-LINE                           03400000
034100                 MOVE 8 TO RETURN-CODE                            03410000
034200             ELSE                                                 03420000
034300             IF RESTORE-COUNT = 0                                 03430000
034400                 MOVE ' NO SNAPSHOT FOR PERIOD - NOTHING RESTORED'03440000
034500                     TO WS-PRINT-REC                              03450000
034600                 MOVE 2 TO WS-SPACING                             03460000
034700                 PERFORM 700-PRINT-LINE                           03470000
034800                 MOVE 4 TO RETURN-CODE                            03480000
034900             ELSE                                                 03490000
035000                 MOVE 1 TO MT-SUB                                 03500000
035100                 PERFORM 400-RESTORE-MASTER                       03510000
035200                   UNTIL MT-SUB > 3                               03520000
035300                 PERFORM 600-PRINT-PROOF                          03530000
035400                 PERFORM 900-PRINT-FINAL-TOTALS                   03540000
035500                 IF WS-BALANCE-FLAG = "NO"                        03550000
035600                     MOVE 8 TO RETURN-CODE                        03560000
035700                 ELSE                                             03570000
035800                     IF EXC-COUNT > 0                             03580000
035900                         MOVE 4 TO RETURN-CODE                    03590000
036000                     END-IF                                       03600000
036100                 END-IF                                           03610000
036200             END-IF                                               03620000
036300             END-IF                                               03630000
036400         END-IF                                                   03640000
036500     END-IF                                                       03650000
036600     CLOSE PRINT-FILE                                             03660000
036700     PERFORM 985-WRITE-AUDIT-LOG                                  03670000
036800     GOBACK.                                                      03680000
036900                                                                  03690000
037000*    THE PERIOD MUST BE ON THE CALENDAR AND OPEN, AND NO LATER    03700000
037100*    PERIOD MAY HAVE BEEN POSTED OR CLOSED SINCE                  03710000
037200 200-CHECK-PERIOD.                                                03720000
037300     MOVE "NO" TO WS-PERIOD-OK-FLAG                               03730000
037400     MOVE 0 TO WS-ROLL-SUB                                        03740000
037500     MOVE 1 TO PPC-SUB                                            03750000
037600     PERFORM 210-FIND-ROLL-PERIOD                                 03760000
037700       UNTIL WS-ROLL-SUB > 0                                      03770000
037800       OR PPC-SUB > PPC-COUNT                                     03780000
037900     IF PPC-COUNT = 0                                             03790000
038000         MOVE '** NO PERCTL CALENDAR - RUN REFUSED'               03800000
038100             TO WS-PRINT-REC                                      03810000
038200         PERFORM 700-PRINT-LINE                                   03820000
038300     ELSE                                                         03830000
038400     IF WS-ROLL-SUB = 0                                           03840000
038500         MOVE '** PERIOD NOT ON CONTROL CALENDAR - RUN REFUSED'   03850000
038600             TO WS-PRINT-REC                                      03860000
038700         PERFORM 700-PRINT-LINE                                   03870000
038800     ELSE                                                         03880000
038900     IF PPC-T-STATUS (WS-ROLL-SUB) NOT = 'O'                      03890000
039000         MOVE '** PERIOD NOT OPEN - REOPEN IT WITH PERCLOSE FIRST'03900000
039100             TO WS-PRINT-REC                                      03910000
039200         PERFORM 700-PRINT-LINE                                   03920000
039300     ELSE                                                         03930000
039400         MOVE "YES" TO WS-PERIOD-OK-FLAG                          03940000
039500         MOVE WS-ROLL-SUB TO PPC-SUB                              03950000
039600         ADD 1 TO PPC-SUB                                         03960000
039700         PERFORM 220-CHECK-LATER-PERIOD                           03970000
039800           UNTIL PPC-SUB > PPC-COUNT                              03980000
039900     END-IF                                                       03990000
040000     END-IF                                                       04000000
040100     END-IF                                                       04010000
040200     .                                                            04020000
040300                                                                  04030000
040400 210-FIND-ROLL-PERIOD.                                            04040000
040500     IF PPC-T-DATE (PPC-SUB) = WS-ROLL-PERIOD                     04050000
040600         MOVE PPC-SUB TO WS-ROLL-SUB                              04060000
040700     ELSE                                                         04070000
040800         ADD 1 TO PPC-SUB                                         04080000
040900     END-IF                                                       04090000
041000     .                                                            04100000
041100                                                                  04110000
041200 220-CHECK-LATER-PERIOD.                                          04120000
041300     IF (PPC-T-STATUS (PPC-SUB) = 'P'                             04130000
041400       OR PPC-T-STATUS (PPC-SUB) = 'C')                           04140000
041500       AND WS-PERIOD-OK-FLAG = "YES"                              04150000
041600         MOVE "NO" TO WS-PERIOD-OK-FLAG                           04160000
041700         MOVE '** A LATER PERIOD IS ALREADY POSTED - RUN REFUSED' 04170000
041800             TO WS-PRINT-REC                                      04180000
041900         PERFORM 700-PRINT-LINE                                   04190000
042000     END-IF                                                       04200000
042100     ADD 1 TO PPC-SUB                                             04210000
042200     .                                                            04220000
042300                                                                  04230000
042301*    WHICH MASTERS THE AUDITLOG SHOWS POSTED FOR THE PERIOD BY A  04230100
042302*    CLEAN RUN.  A LATER ROLLBACK ENTRY UNDER THE MASTER'S OWN    04230200
042303*    NAME MEANS IT HAS BEEN PUT BACK SINCE.                       04230300
042304 250-CHECK-POSTING-RUNS.                                          04230400
042305     MOVE "NO" TO MT-POSTED-FLAG (1)                              04230500
042306     MOVE "NO" TO MT-POSTED-FLAG (2)                              04230600
042307     MOVE "NO" TO MT-POSTED-FLAG (3)                              04230700
042308     OPEN INPUT AUDIT-FILE                                        04230800
042309     MOVE "NO" TO AUD-EOF-FLAG                                    04230900
042310     PERFORM 255-READ-AUDIT                                       04231000
042311     PERFORM 260-NOTE-POSTING-RUN                                 04231100
042312       UNTIL AUD-EOF-FLAG = "YES"                                 04231200
042313     CLOSE AUDIT-FILE                                             04231300
042314     .                                                            04231400
042315                                                                  04231500
042316 255-READ-AUDIT.                                                  04231600
042317     READ AUDIT-FILE                                              04231700
042318       AT END                                                     04231800
042319         MOVE "YES" TO AUD-EOF-FLAG                               04231900
042320     END-READ                                                     04232000
042321     .                                                            04232100
042322                                                                  04232200
042323 260-NOTE-POSTING-RUN.                                            04232300
042324     IF AUD-PERIOD-END = WS-ROLL-PERIOD                           04232400
042325       AND AUD-RETURN-CODE < 8                                    04232500
042326         IF AUD-PROGRAM = 'BREAKS'                                04232600
042327           OR AUD-PROGRAM = 'BRKMERGE'                            04232700
042328             MOVE "YES" TO MT-POSTED-FLAG (1)                     04232800
042329         ELSE                                                     04232900
042330         IF AUD-PROGRAM = 'LEAVACC'                               04233000
042331             MOVE "YES" TO MT-POSTED-FLAG (2)                     04233100
042332         ELSE                                                     04233200
042333         IF AUD-PROGRAM = 'GARNISH'                               04233300
042334             MOVE "YES" TO MT-POSTED-FLAG (3)                     04233400
042335         ELSE                                                     04233500
042336         IF AUD-PROGRAM = MN-MASTER (1)                           04233600
042337             MOVE "NO" TO MT-POSTED-FLAG (1)                      04233700
042338         ELSE                                                     04233800
042339         IF AUD-PROGRAM = MN-MASTER (2)                           04233900
042340             MOVE "NO" TO MT-POSTED-FLAG (2)                      04234000
042341         ELSE                                                     04234100
042342         IF AUD-PROGRAM = MN-MASTER (3)                           04234200
042343             MOVE "NO" TO MT-POSTED-FLAG (3)                      04234300
042344         END-IF                                                   04234400
042345         END-IF                                                   04234500
042346         END-IF                                                   04234600
042347         END-IF                                                   04234700
042348         END-IF                                                   04234800
042349         END-IF                                                   04234900
042350     END-IF                                                       04235000
042351     PERFORM 255-READ-AUDIT                                       04235100
042352     .                                                            04235200
042353                                                                  04235300
042400*    READ ONE SNAPSHOT THROUGH AND DECIDE WHAT TO DO WITH ITS     04240000
042500*    MASTER.  NOTHING IS RESTORED UNTIL ALL THREE ARE CHECKED.    04250000
042600 300-CHECK-SNAPSHOT.                                              04260000
042700     MOVE 'S' TO MT-ACTION (MT-SUB)                               04270000
042800     MOVE 0 TO MT-REC-COUNT (MT-SUB)                              04280000
042900     MOVE "NO" TO MT-HEADER-FLAG (MT-SUB)                         04290000
043000     MOVE "NO" TO MT-TRAILER-FLAG (MT-SUB)                        04300000
043100     MOVE "NO" TO MT-BAD-FLAG (MT-SUB)                            04310000
043200     MOVE 0 TO MT-PERIOD (MT-SUB)                                 04320000
043300     MOVE SPACES TO MT-PROGRAM (MT-SUB)                           04330000
043400     MOVE 0 TO MT-TAKEN-DATE (MT-SUB)                             04340000
043450     MOVE 0 TO MT-TAKEN-TIME (MT-SUB)                             04345000
043500     MOVE 0 TO MT-SNAP-COUNT (MT-SUB)                             04350000
043600     MOVE 0 TO MT-REST-COUNT (MT-SUB)                             04360000
043700     MOVE 0 TO MT-REJECT-COUNT (MT-SUB)                           04370000
043725     MOVE "NO" TO MT-RESTORED-FLAG (MT-SUB)                       04372500
043750     MOVE "NO" TO MT-PROVED-FLAG (MT-SUB)                         04375000
043800     MOVE SPACES TO MT-NOTE (MT-SUB)                              04380000
043900     MOVE 1 TO AMT-SUB                                            04390000
044000     PERFORM 305-CLEAR-TOTALS                                     04400000
044100       UNTIL AMT-SUB > 6                                          04410000
044200     PERFORM 310-OPEN-SNAPSHOT                                    04420000
044300     MOVE "NO" TO SN-EOF-FLAG                                     04430000
044400     PERFORM 320-READ-SNAPSHOT                                    04440000
044500     PERFORM 330-SCAN-SNAPSHOT                                    04450000
044600       UNTIL SN-EOF-FLAG = "YES"                                  04460000
044700     PERFORM 315-CLOSE-SNAPSHOT                                   04470000
044800     PERFORM 340-DECIDE-ACTION                                    04480000
044900     PERFORM 350-PRINT-SNAPSHOT-LINE                              04490000
045000     ADD 1 TO MT-SUB                                              04500000
045100     .                                                            04510000
045200                                                                  04520000
045300 305-CLEAR-TOTALS.                                                04530000
045400     MOVE 0 TO MT-SNAP-AMT (MT-SUB AMT-SUB)                       04540000
045500     MOVE 0 TO MT-REST-AMT (MT-SUB AMT-SUB)                       04550000
045600     ADD 1 TO AMT-SUB                                             04560000
045700     .                                                            04570000
045800                                                                  04580000
045900 310-OPEN-SNAPSHOT.                                               04590000
046000     IF MT-SUB = 1                                                04600000
046100         OPEN INPUT YTD-SNAP-FILE                                 04610000
046200     ELSE                                                         04620000
046300     IF MT-SUB = 2                                                04630000
046400         OPEN INPUT LEAVE-SNAP-FILE                               04640000
046500     ELSE                                                         04650000
046600         OPEN INPUT GARN-SNAP-FILE                                04660000
046700     END-IF                                                       04670000
046800     END-IF                                                       04680000
046900     .                                                            04690000
047000                                                                  04700000
047100 315-CLOSE-SNAPSHOT.                                              04710000
047200     IF MT-SUB = 1                                                04720000
047300         CLOSE YTD-SNAP-FILE                                      04730000
047400     ELSE                                                         04740000
047500     IF MT-SUB = 2                                                04750000
047600         CLOSE LEAVE-SNAP-FILE                                    04760000
047700     ELSE                                                         04770000
047800         CLOSE GARN-SNAP-FILE                                     04780000
047900     END-IF                                                       04790000
048000     END-IF                                                       04800000
048100     .                                                            04810000
048200                                                                  04820000
048300 320-READ-SNAPSHOT.                                               04830000
048400     IF MT-SUB = 1                                                04840000
048500         READ YTD-SNAP-FILE INTO SN-REC                           04850000
048600           AT END                                                 04860000
048700             MOVE "YES" TO SN-EOF-FLAG                            04870000
048800         END-READ                                                 04880000
048900     ELSE                                                         04890000
049000     IF MT-SUB = 2                                                04900000
049100         READ LEAVE-SNAP-FILE INTO SN-REC                         04910000
049200           AT END                                                 04920000
049300             MOVE "YES" TO SN-EOF-FLAG                            04930000
049400         END-READ                                                 04940000
049500     ELSE                                                         04950000
049600         READ GARN-SNAP-FILE INTO SN-REC                          04960000
049700           AT END                                                 04970000
049800             MOVE "YES" TO SN-EOF-FLAG                            04980000
049900         END-READ                                                 04990000
050000     END-IF                                                       05000000
050100     END-IF                                                       05010000
050200     .                                                            05020000
050300                                                                  05030000
050400*    THE FIRST RECORD MUST BE THIS MASTER'S HEADER; EVERY ONE     05040000
050500*    AFTER IT MUST CARRY THE HEADER'S PERIOD, AND THE TRAILER     05050000
050600*    MUST BE LAST AND AGREE WITH THE DETAIL COUNT                 05060000
050700 330-SCAN-SNAPSHOT.                                               05070000
050800     ADD 1 TO MT-REC-COUNT (MT-SUB)                               05080000
050900     IF MT-REC-COUNT (MT-SUB) = 1                                 05090000
051000         PERFORM 335-CHECK-HEADER                                 05100000
051100     ELSE                                                         05110000
051200     IF MT-TRAILER-FLAG (MT-SUB) = "YES"                          05120000
051300       OR SN-PERIOD-END NOT = MT-PERIOD (MT-SUB)                  05130000
051400         MOVE "YES" TO MT-BAD-FLAG (MT-SUB)                       05140000
051500     ELSE                                                         05150000
051600     IF SN-REC-TYPE = 'D'                                         05160000
051700         ADD 1 TO MT-SNAP-COUNT (MT-SUB)                          05170000
051800     ELSE                                                         05180000
051900     IF SN-REC-TYPE = 'T'                                         05190000
052000         MOVE "YES" TO MT-TRAILER-FLAG (MT-SUB)                   05200000
052100         IF SN-T-REC-COUNT NOT = MT-SNAP-COUNT (MT-SUB)           05210000
052200             MOVE "YES" TO MT-BAD-FLAG (MT-SUB)                   05220000
052300         END-IF                                                   05230000
052400     ELSE                                                         05240000
052500         MOVE "YES" TO MT-BAD-FLAG (MT-SUB)                       05250000
052600     END-IF                                                       05260000
052700     END-IF                                                       05270000
052800     END-IF                                                       05280000
052900     END-IF                                                       05290000
053000     PERFORM 320-READ-SNAPSHOT                                    05300000
053100     .                                                            05310000
053200                                                                  05320000
053300 335-CHECK-HEADER.                                                05330000
053400     IF SN-REC-TYPE = 'H'                                         05340000
053500       AND SN-H-MASTER = MN-MASTER (MT-SUB)                       05350000
053600         MOVE "YES" TO MT-HEADER-FLAG (MT-SUB)                    05360000
053700         MOVE SN-PERIOD-END TO MT-PERIOD (MT-SUB)                 05370000
053800         MOVE SN-H-PROGRAM TO MT-PROGRAM (MT-SUB)                 05380000
053900         MOVE SN-H-TAKEN-DATE TO MT-TAKEN-DATE (MT-SUB)           05390000
053950         MOVE SN-H-TAKEN-TIME TO MT-TAKEN-TIME (MT-SUB)           05395000
054000     ELSE                                                         05400000
054100         MOVE "YES" TO MT-BAD-FLAG (MT-SUB)                       05410000
054200     END-IF                                                       05420000
054300     .                                                            05430000
054400                                                                  05440000
054500 340-DECIDE-ACTION.                                               05450000
054600     IF MT-REC-COUNT (MT-SUB) = 0                                 05460000
054700         MOVE 'S' TO MT-ACTION (MT-SUB)                           05470000
054800         MOVE 'NO SNAPSHOT ON FILE - LEFT AS IT IS'               05480000
054900             TO MT-NOTE (MT-SUB)                                  05490000
055000     ELSE                                                         05500000
055100     IF MT-BAD-FLAG (MT-SUB) = "YES"                              05510000
055200       OR MT-TRAILER-FLAG (MT-SUB) = "NO"                         05520000
055300         MOVE 'X' TO MT-ACTION (MT-SUB)                           05530000
055400         MOVE '** SNAPSHOT INCOMPLETE OR NOT FOR THIS MASTER'     05540000
055500             TO MT-NOTE (MT-SUB)                                  05550000
055600     ELSE                                                         05560000
055700     IF MT-PERIOD (MT-SUB) = WS-ROLL-PERIOD                       05570000
055800         MOVE 'R' TO MT-ACTION (MT-SUB)                           05580000
055900         MOVE 'RESTORE FROM SNAPSHOT' TO MT-NOTE (MT-SUB)         05590000
056000     ELSE                                                         05600000
056100         PERFORM 345-PLACE-SNAPSHOT-PERIOD                        05610000
056200     END-IF                                                       05620000
056300     END-IF                                                       05630000
056400     END-IF                                                       05640000
056410     IF MT-ACTION (MT-SUB) = 'S'                                  05641000
056420       AND MT-POSTED-FLAG (MT-SUB) = "YES"                        05642000
056430         MOVE 'X' TO MT-ACTION (MT-SUB)                           05643000
056440         MOVE '** POSTED FOR THE PERIOD BUT NO SNAPSHOT FOR IT'   05644000
056450             TO MT-NOTE (MT-SUB)                                  05645000
056460     END-IF                                                       05646000
056500     IF MT-ACTION (MT-SUB) = 'R'                                  05650000
056600         ADD 1 TO RESTORE-COUNT                                   05660000
056700     ELSE                                                         05670000
056800     IF MT-ACTION (MT-SUB) = 'S'                                  05680000
056900         ADD 1 TO LEFT-COUNT                                      05690000
057000     ELSE                                                         05700000
057100         MOVE "YES" TO WS-REFUSE-FLAG                             05710000
057200     END-IF                                                       05720000
057300     END-IF                                                       05730000
057400     .                                                            05740000
057500                                                                  05750000
057550*    A SNAPSHOT FOR ANOTHER PERIOD:  AN EARLIER ONE LEAVES THE    05755000
057600*    MASTER AS IT IS UNLESS IT WAS POSTED FOR THIS PERIOD; A      05760000
057650*    LATER ONE MEANS IT HAS MOVED ON AND CANNOT BE PUT BACK TO    05765000
057700*    THIS PERIOD                                                  05770000
057900 345-PLACE-SNAPSHOT-PERIOD.                                       05790000
058000     MOVE 0 TO WS-SNAP-SUB                                        05800000
058100     MOVE 1 TO PPC-SUB                                            05810000
058200     PERFORM 346-FIND-SNAP-PERIOD                                 05820000
058300       UNTIL WS-SNAP-SUB > 0                                      05830000
058400       OR PPC-SUB > PPC-COUNT                                     05840000
058500     IF WS-SNAP-SUB = 0                                           05850000
058600         MOVE 'X' TO MT-ACTION (MT-SUB)                           05860000
058700         MOVE '** SNAPSHOT PERIOD NOT ON CONTROL CALENDAR'        05870000
058800             TO MT-NOTE (MT-SUB)                                  05880000
058900     ELSE                                                         05890000
059000     IF WS-SNAP-SUB < WS-ROLL-SUB                                 05900000
059100         MOVE 'S' TO MT-ACTION (MT-SUB)                           05910000
059200         MOVE 'SNAPSHOT FOR AN EARLIER PERIOD - LEFT AS IT IS'    05920000
059300             TO MT-NOTE (MT-SUB)                                  05930000
059400     ELSE                                                         05940000
059500         MOVE 'X' TO MT-ACTION (MT-SUB)                           05950000
059600         MOVE '** SNAPSHOT IS FOR A LATER PERIOD'                 05960000
059700             TO MT-NOTE (MT-SUB)                                  05970000
059800     END-IF                                                       05980000
059900     END-IF                                                       05990000
060000     .                                                            06000000
060100                                                                  06010000
060200 346-FIND-SNAP-PERIOD.                                            06020000
060300     IF PPC-T-DATE (PPC-SUB) = MT-PERIOD (MT-SUB)                 06030000
060400         MOVE PPC-SUB TO WS-SNAP-SUB                              06040000
060500     ELSE                                                         06050000
060600         ADD 1 TO PPC-SUB                                         06060000
060700     END-IF                                                       06070000
060800     .                                                            06080000
060900                                                                  06090000
061000 350-PRINT-SNAPSHOT-LINE.                                         06100000
061100     MOVE MN-MASTER (MT-SUB) TO PR-MASTER                         06110000
061200     MOVE MN-SNAP-FILE (MT-SUB) TO PR-SNAP-FILE                   06120000
061300     IF MT-HEADER-FLAG (MT-SUB) = "YES"                           06130000
061400         MOVE MT-PERIOD (MT-SUB) TO WS-PERIOD-PARTS               06140000
061500         MOVE WS-PP-MM TO WS-FP-MM                                06150000
061600         MOVE WS-PP-DD TO WS-FP-DD                                06160000
061700         MOVE WS-PP-YY TO WS-FP-YY                                06170000
061800         MOVE WS-FMT-PERIOD TO PR-PERIOD                          06180000
061900         MOVE MT-PROGRAM (MT-SUB) TO PR-PROGRAM                   06190000
062000         MOVE MT-TAKEN-DATE (MT-SUB) TO WS-TAKEN-PARTS            06200000
062100         MOVE WS-TK-MM TO WS-FP-MM                                06210000
062200         MOVE WS-TK-DD TO WS-FP-DD                                06220000
062300         MOVE WS-TK-YY TO WS-FP-YY                                06230000
062400         MOVE WS-FMT-PERIOD TO PR-TAKEN                           06240000
062500         MOVE MT-SNAP-COUNT (MT-SUB) TO PR-RECORDS                06250000
062600     END-IF                                                       06260000
062700     MOVE MT-NOTE (MT-SUB) TO PR-NOTE                             06270000
062800     PERFORM 700-PRINT-LINE                                       06280000
062900     .                                                            06290000
063000                                                                  06300000
063010*    OFFCYCLE POSTS TO YTDMSTR WITHOUT A SNAPSHOT OF ITS OWN.     06301000
063020*    ANY OFFCYCLE RUN THAT POSTED AFTER YTDSNAP WAS TAKEN         06302000
063030*    WOULD BE WIPED OUT BY THE RESTORE, SO THOSE RUNS ARE         06303000
063040*    LISTED AND THE ROLLBACK IS REFUSED                           06304000
063050 370-CHECK-OFFCYCLE-RUNS.                                         06305000
063060     MOVE 0 TO OFFCYCLE-COUNT                                     06306000
063070     OPEN INPUT AUDIT-FILE                                        06307000
063080     MOVE "NO" TO AUD-EOF-FLAG                                    06308000
063090     PERFORM 255-READ-AUDIT                                       06309000
063100     PERFORM 375-CHECK-OFFCYCLE-RUN                               06310000
063110       UNTIL AUD-EOF-FLAG = "YES"                                 06311000
063120     CLOSE AUDIT-FILE                                             06312000
063130     IF OFFCYCLE-COUNT > 0                                        06313000
063140         MOVE 'X' TO MT-ACTION (1)                                06314000
063150         SUBTRACT 1 FROM RESTORE-COUNT                            06315000
063160         MOVE "YES" TO WS-REFUSE-FLAG                             06316000
063170         MOVE MN-MASTER (1) TO PR-MASTER                          06317000
063180         MOVE MN-SNAP-FILE (1) TO PR-SNAP-FILE                    06318000
063190         MOVE '** OFFCYCLE POSTED SINCE THE SNAPSHOT WAS TAKEN'   06319000
063200             TO PR-NOTE                                           06320000
063210         PERFORM 700-PRINT-LINE                                   06321000
063220     END-IF                                                       06322000
063230     .                                                            06323000
063240                                                                  06324000
063250 375-CHECK-OFFCYCLE-RUN.                                          06325000
063260     IF AUD-PROGRAM = 'OFFCYCLE'                                  06326000
063270       AND AUD-RECS-WRITTEN > 0                                   06327000
063280       AND (AUD-RUN-DATE > MT-TAKEN-DATE (1)                      06328000
063290         OR (AUD-RUN-DATE = MT-TAKEN-DATE (1)                     06329000
063300           AND AUD-RUN-TIME > MT-TAKEN-TIME (1)))                 06330000
063310         ADD 1 TO OFFCYCLE-COUNT                                  06331000
063320         IF OFFCYCLE-COUNT = 1                                    06332000
063330             MOVE 2 TO WS-SPACING                                 06333000
063340             MOVE ' OFFCYCLE RUNS LOGGED AFTER YTDSNAP WAS TAKEN:'06334000
063350                 TO WS-PRINT-REC                                  06335000
063360             PERFORM 700-PRINT-LINE                               06336000
063370         END-IF                                                   06337000
063380         MOVE MN-MASTER (1) TO PR-MASTER                          06338000
063390         MOVE AUD-PERIOD-END TO WS-PERIOD-PARTS                   06339000
063400         MOVE WS-PP-MM TO WS-FP-MM                                06340000
063410         MOVE WS-PP-DD TO WS-FP-DD                                06341000
063420         MOVE WS-PP-YY TO WS-FP-YY                                06342000
063430         MOVE WS-FMT-PERIOD TO PR-PERIOD                          06343000
063440         MOVE AUD-PROGRAM TO PR-PROGRAM                           06344000
063450         MOVE AUD-RUN-DATE TO WS-TAKEN-PARTS                      06345000
063460         MOVE WS-TK-MM TO WS-FP-MM                                06346000
063470         MOVE WS-TK-DD TO WS-FP-DD                                06347000
063480         MOVE WS-TK-YY TO WS-FP-YY                                06348000
063490         MOVE WS-FMT-PERIOD TO PR-TAKEN                           06349000
063500         MOVE AUD-RECS-WRITTEN TO PR-RECORDS                      06350000
063510         MOVE '** POSTED TO YTDMSTR - A RESTORE WOULD LOSE IT'    06351000
063520             TO PR-NOTE                                           06352000
063530         PERFORM 700-PRINT-LINE                                   06353000
063540     END-IF                                                       06354000
063550     PERFORM 255-READ-AUDIT                                       06355000
063560     .                                                            06356000
063570                                                                  06357000
063580*    FINALPAY ZEROES THE VACATION BALANCE IT PAYS OUT AND RECORDS 06358000
063590*    THE PAYOUT ON FPHIST, WHICH STOPS IT PAYING THE SAME         06359000
063600*    TERMINATION AGAIN.  A LEAVEMST RESTORE FROM A SNAPSHOT TAKEN 06360000
063610*    BEFORE SUCH A RUN WOULD PUT THE PAID BALANCE BACK, SO THOSE  06361000
063620*    RUNS ARE LISTED AND THE ROLLBACK IS REFUSED                  06362000
063630 380-CHECK-FINALPAY-RUNS.                                         06363000
063640     MOVE 0 TO FINALPAY-COUNT                                     06364000
063650     OPEN INPUT AUDIT-FILE                                        06365000
063660     MOVE "NO" TO AUD-EOF-FLAG                                    06366000
063670     PERFORM 255-READ-AUDIT                                       06367000
063680     PERFORM 385-CHECK-FINALPAY-RUN                               06368000
063690       UNTIL AUD-EOF-FLAG = "YES"                                 06369000
063700     CLOSE AUDIT-FILE                                             06370000
063710     IF FINALPAY-COUNT > 0                                        06371000
063720         MOVE 'X' TO MT-ACTION (2)                                06372000
063730         SUBTRACT 1 FROM RESTORE-COUNT                            06373000
063740         MOVE "YES" TO WS-REFUSE-FLAG                             06374000
063750         MOVE MN-MASTER (2) TO PR-MASTER                          06375000
063760         MOVE MN-SNAP-FILE (2) TO PR-SNAP-FILE                    06376000
063770         MOVE '** FINALPAY PAID OUT SINCE THE SNAPSHOT WAS TAKEN' 06377000
063780             TO PR-NOTE                                           06378000
063790         PERFORM 700-PRINT-LINE                                   06379000
063800     END-IF                                                       06380000
063810     .                                                            06381000
063820                                                                  06382000
063830 385-CHECK-FINALPAY-RUN.                                          06383000
063840     IF AUD-PROGRAM = 'FINALPAY'                                  06384000
063850       AND AUD-RECS-WRITTEN > 0                                   06385000
063860       AND (AUD-RUN-DATE > MT-TAKEN-DATE (2)                      06386000
063870         OR (AUD-RUN-DATE = MT-TAKEN-DATE (2)                     06387000
063880           AND AUD-RUN-TIME > MT-TAKEN-TIME (2)))                 06388000
063890         ADD 1 TO FINALPAY-COUNT                                  06389000
063900         IF FINALPAY-COUNT = 1                                    06390000
063910             MOVE 2 TO WS-SPACING                                 06391000
063920             MOVE ' FINALPAY RUNS LOGGED AFTER LEAVSNAP TAKEN:'   06392000
063930                 TO WS-PRINT-REC                                  06393000
063940             PERFORM 700-PRINT-LINE                               06394000
063950         END-IF                                                   06395000
063960         MOVE MN-MASTER (2) TO PR-MASTER                          06396000
063970         MOVE AUD-PERIOD-END TO WS-PERIOD-PARTS                   06397000
063980         MOVE WS-PP-MM TO WS-FP-MM                                06398000
063990         MOVE WS-PP-DD TO WS-FP-DD                                06399000
064000         MOVE WS-PP-YY TO WS-FP-YY                                06400000
064010         MOVE WS-FMT-PERIOD TO PR-PERIOD                          06401000
064020         MOVE AUD-PROGRAM TO PR-PROGRAM                           06402000
064030         MOVE AUD-RUN-DATE TO WS-TAKEN-PARTS                      06403000
064040         MOVE WS-TK-MM TO WS-FP-MM                                06404000
064050         MOVE WS-TK-DD TO WS-FP-DD                                06405000
064060         MOVE WS-TK-YY TO WS-FP-YY                                06406000
064070         MOVE WS-FMT-PERIOD TO PR-TAKEN                           06407000
064080         MOVE AUD-RECS-WRITTEN TO PR-RECORDS                      06408000
064090         MOVE '** VACATION PAID OUT - RESTORE WOULD PUT IT BACK'  06409000
064100             TO PR-NOTE                                           06410000
064110         PERFORM 700-PRINT-LINE                                   06411000
064120     END-IF                                                       06412000
064130     PERFORM 255-READ-AUDIT                                       06413000
064140     .                                                            06414000
064150                                                                  06415000
064160 400-RESTORE-MASTER.                                              06416000
064170     IF MT-ACTION (MT-SUB) = 'R'                                  06417000
064180         MOVE "YES" TO MT-RESTORED-FLAG (MT-SUB)                  06418000
064190         IF MT-SUB = 1                                            06419000
064200             PERFORM 410-RESTORE-YTD                              06420000
064210         ELSE                                                     06421000
064220         IF MT-SUB = 2                                            06422000
064230             PERFORM 420-RESTORE-LEAVE                            06423000
064240         ELSE                                                     06424000
064250             PERFORM 430-RESTORE-GARN                             06425000
064260         END-IF                                                   06426000
064270         END-IF                                                   06427000
064280     END-IF                                                       06428000
064290     ADD 1 TO MT-SUB                                              06429000
064300     .                                                            06430000
064500                                                                  06450000
064600*    RELOAD YTDMSTR FROM ITS SNAPSHOT, THEN READ IT BACK          06460000
064700 410-RESTORE-YTD.                                                 06470000
064800     OPEN INPUT YTD-SNAP-FILE                                     06480000
064900     OPEN OUTPUT YTD-FILE                                         06490000
065000     MOVE "NO" TO SN-EOF-FLAG                                     06500000
065100     PERFORM 320-READ-SNAPSHOT                                    06510000
065200     PERFORM 411-RESTORE-ONE-YTD                                  06520000
065300       UNTIL SN-EOF-FLAG = "YES"                                  06530000
065400     CLOSE YTD-FILE                                               06540000
065500     CLOSE YTD-SNAP-FILE                                          06550000
065600     OPEN INPUT YTD-FILE                                          06560000
065700     MOVE "NO" TO MS-EOF-FLAG                                     06570000
065800     PERFORM 412-READ-BACK-YTD                                    06580000
065900       UNTIL MS-EOF-FLAG = "YES"                                  06590000
066000     CLOSE YTD-FILE                                               06600000
066100     .                                                            06610000
066200                                                                  06620000
066300 411-RESTORE-ONE-YTD.                                             06630000
066400     IF SN-REC-TYPE = 'D'                                         06640000
066500         ADD 1 TO READ-COUNT                                      06650000
066600         MOVE SN-IMAGE TO YTD-REC                                 06660000
066700         ADD YTD-HR-USED TO MT-SNAP-AMT (MT-SUB 1)                06670000
066800         ADD YTD-REG-PAY TO MT-SNAP-AMT (MT-SUB 2)                06680000
066900         ADD YTD-OT-PAY TO MT-SNAP-AMT (MT-SUB 3)                 06690000
067000         ADD YTD-DEDS TO MT-SNAP-AMT (MT-SUB 4)                   06700000
067100         ADD YTD-NET-PAY TO MT-SNAP-AMT (MT-SUB 5)                06710000
067200         WRITE YTD-REC                                            06720000
067300           INVALID KEY                                            06730000
067400             ADD 1 TO MT-REJECT-COUNT (MT-SUB)                    06740000
067500             ADD 1 TO EXC-COUNT                                   06750000
067600           NOT INVALID KEY                                        06760000
067700             ADD 1 TO WS-WRITE-COUNT                              06770000
067800         END-WRITE                                                06780000
067900     END-IF                                                       06790000
068000     PERFORM 320-READ-SNAPSHOT                                    06800000
068100     .                                                            06810000
068200                                                                  06820000
068300 412-READ-BACK-YTD.                                               06830000
068400     READ YTD-FILE NEXT RECORD                                    06840000
068500       AT END                                                     06850000
068600         MOVE "YES" TO MS-EOF-FLAG                                06860000
068700       NOT AT END                                                 06870000
068800         ADD 1 TO MT-REST-COUNT (MT-SUB)                          06880000
068900         ADD YTD-HR-USED TO MT-REST-AMT (MT-SUB 1)                06890000
069000         ADD YTD-REG-PAY TO MT-REST-AMT (MT-SUB 2)                06900000
069100         ADD YTD-OT-PAY TO MT-REST-AMT (MT-SUB 3)                 06910000
069200         ADD YTD-DEDS TO MT-REST-AMT (MT-SUB 4)                   06920000
069300         ADD YTD-NET-PAY TO MT-REST-AMT (MT-SUB 5)                06930000
069400     END-READ                                                     06940000
069500     .                                                            06950000
069600                                                                  06960000
069700*    RELOAD LEAVEMST FROM ITS SNAPSHOT, THEN READ IT BACK         06970000
069800 420-RESTORE-LEAVE.                                               06980000
069900     OPEN INPUT LEAVE-SNAP-FILE                                   06990000
070000     OPEN OUTPUT LEAVE-FILE                                       07000000
070100     MOVE "NO" TO SN-EOF-FLAG                                     07010000
070200     PERFORM 320-READ-SNAPSHOT                                    07020000
070300     PERFORM 421-RESTORE-ONE-LEAVE                                07030000
070400       UNTIL SN-EOF-FLAG = "YES"                                  07040000
070500     CLOSE LEAVE-FILE                                             07050000
070600     CLOSE LEAVE-SNAP-FILE                                        07060000
070700     OPEN INPUT LEAVE-FILE                                        07070000
070800     MOVE "NO" TO MS-EOF-FLAG                                     07080000
070900     PERFORM 422-READ-BACK-LEAVE                                  07090000
071000       UNTIL MS-EOF-FLAG = "YES"                                  07100000
071100     CLOSE LEAVE-FILE                                             07110000
071200     .                                                            07120000
071300                                                                  07130000
071400 421-RESTORE-ONE-LEAVE.                                           07140000
071500     IF SN-REC-TYPE = 'D'                                         07150000
071600         ADD 1 TO READ-COUNT                                      07160000
071700         MOVE SN-IMAGE TO LV-REC                                  07170000
071800         ADD LV-VAC-BALANCE TO MT-SNAP-AMT (MT-SUB 1)             07180000
071900         ADD LV-SICK-BALANCE TO MT-SNAP-AMT (MT-SUB 2)            07190000
072000         ADD LV-VAC-ACCRUED-YTD TO MT-SNAP-AMT (MT-SUB 3)         07200000
072100         ADD LV-SICK-ACCRUED-YTD TO MT-SNAP-AMT (MT-SUB 4)        07210000
072200         ADD LV-VAC-USED-YTD TO MT-SNAP-AMT (MT-SUB 5)            07220000
072300         ADD LV-SICK-USED-YTD TO MT-SNAP-AMT (MT-SUB 6)           07230000
072400         WRITE LV-REC                                             07240000
072500           INVALID KEY                                            07250000
072600             ADD 1 TO MT-REJECT-COUNT (MT-SUB)                    07260000
072700             ADD 1 TO EXC-COUNT                                   07270000
072800           NOT INVALID KEY                                        07280000
072900             ADD 1 TO WS-WRITE-COUNT                              07290000
073000         END-WRITE                                                07300000
073100     END-IF                                                       07310000
073200     PERFORM 320-READ-SNAPSHOT                                    07320000
073300     .                                                            07330000
073400                                                                  07340000
073500 422-READ-BACK-LEAVE.                                             07350000
073600     READ LEAVE-FILE NEXT RECORD                                  07360000
073700       AT END                                                     07370000
073800         MOVE "YES" TO MS-EOF-FLAG                                07380000
073900       NOT AT END                                                 07390000
074000         ADD 1 TO MT-REST-COUNT (MT-SUB)                          07400000
074100         ADD LV-VAC-BALANCE TO MT-REST-AMT (MT-SUB 1)             07410000
074200         ADD LV-SICK-BALANCE TO MT-REST-AMT (MT-SUB 2)            07420000
074300         ADD LV-VAC-ACCRUED-YTD TO MT-REST-AMT (MT-SUB 3)         07430000
074400         ADD LV-SICK-ACCRUED-YTD TO MT-REST-AMT (MT-SUB 4)        07440000
074500         ADD LV-VAC-USED-YTD TO MT-REST-AMT (MT-SUB 5)            07450000
074600         ADD LV-SICK-USED-YTD TO MT-REST-AMT (MT-SUB 6)           07460000
074700     END-READ                                                     07470000
074800     .                                                            07480000
074900                                                                  07490000
075000*    REWRITE GARNMSTR FROM ITS SNAPSHOT, THEN READ IT BACK        07500000
075100 430-RESTORE-GARN.                                                07510000
075200     OPEN INPUT GARN-SNAP-FILE                                    07520000
075300     OPEN OUTPUT GARN-MASTER-FILE                                 07530000
075400     MOVE "NO" TO SN-EOF-FLAG                                     07540000
075500     PERFORM 320-READ-SNAPSHOT                                    07550000
075600     PERFORM 431-RESTORE-ONE-ORDER                                07560000
075700       UNTIL SN-EOF-FLAG = "YES"                                  07570000
075800     CLOSE GARN-MASTER-FILE                                       07580000
075900     CLOSE GARN-SNAP-FILE                                         07590000
076000     OPEN INPUT GARN-MASTER-FILE                                  07600000
076100     MOVE "NO" TO MS-EOF-FLAG                                     07610000
076200     PERFORM 432-READ-BACK-ORDER                                  07620000
076300       UNTIL MS-EOF-FLAG = "YES"                                  07630000
076400     CLOSE GARN-MASTER-FILE                                       07640000
076500     .                                                            07650000
076600                                                                  07660000
076700 431-RESTORE-ONE-ORDER.                                           07670000
076800     IF SN-REC-TYPE = 'D'                                         07680000
076900         ADD 1 TO READ-COUNT                                      07690000
077000         MOVE SN-IMAGE TO GO-REC                                  07700000
077100         ADD GO-ORIG-AMT TO MT-SNAP-AMT (MT-SUB 1)                07710000
077200         ADD GO-BALANCE TO MT-SNAP-AMT (MT-SUB 2)                 07720000
077300         ADD GO-PER-AMT TO MT-SNAP-AMT (MT-SUB 3)                 07730000
077400         WRITE GO-REC                                             07740000
077500         ADD 1 TO WS-WRITE-COUNT                                  07750000
077600     END-IF                                                       07760000
077700     PERFORM 320-READ-SNAPSHOT                                    07770000
077800     .                                                            07780000
077900                                                                  07790000
078000 432-READ-BACK-ORDER.                                             07800000
078100     READ GARN-MASTER-FILE                                        07810000
078200       AT END                                                     07820000
078300         MOVE "YES" TO MS-EOF-FLAG                                07830000
078400       NOT AT END                                                 07840000
078500         ADD 1 TO MT-REST-COUNT (MT-SUB)                          07850000
078600         ADD GO-ORIG-AMT TO MT-REST-AMT (MT-SUB 1)                07860000
078700         ADD GO-BALANCE TO MT-REST-AMT (MT-SUB 2)                 07870000
078800         ADD GO-PER-AMT TO MT-REST-AMT (MT-SUB 3)                 07880000
078900     END-READ                                                     07890000
079000     .                                                            07900000
079100                                                                  07910000
079200*    PROVE EACH RESTORED MASTER AGAINST ITS SNAPSHOT:  RECORD     07920000
079300*    COUNT FIRST, THEN EVERY AMOUNT FIELD                         07930000
079400 600-PRINT-PROOF.                                                 07940000
079500     MOVE 3 TO WS-SPACING                                         07950000
079600     MOVE WS-PROOF-HEAD TO WS-PRINT-REC                           07960000
079700     PERFORM 700-PRINT-LINE                                       07970000
079800     MOVE 1 TO MT-SUB                                             07980000
079900     PERFORM 610-PROVE-MASTER                                     07990000
080000       UNTIL MT-SUB > 3                                           08000000
080100     .                                                            08010000
080200                                                                  08020000
080300 610-PROVE-MASTER.                                                08030000
080400     IF MT-ACTION (MT-SUB) = 'R'                                  08040000
080450         MOVE "YES" TO MT-PROVED-FLAG (MT-SUB)                    08045000
080500         MOVE MN-MASTER (MT-SUB) TO PC-MASTER                     08050000
080600         MOVE MT-SNAP-COUNT (MT-SUB) TO PC-SNAP                   08060000
080700         MOVE MT-REST-COUNT (MT-SUB) TO PC-REST                   08070000
080800         IF MT-SNAP-COUNT (MT-SUB) = MT-REST-COUNT (MT-SUB)       08080000
080900           AND MT-REJECT-COUNT (MT-SUB) = 0                       08090000
081000             MOVE 'AGREES' TO PC-RESULT                           08100000
081100         ELSE                                                     08110000
081200             MOVE '** DOES NOT AGREE' TO PC-RESULT                08120000
081300             MOVE "NO" TO WS-BALANCE-FLAG                         08130000
081350             MOVE "NO" TO MT-PROVED-FLAG (MT-SUB)                 08135000
081400         END-IF                                                   08140000
081500         MOVE 2 TO WS-SPACING                                     08150000
081600         MOVE WS-PROOF-COUNT-LINE TO WS-PRINT-REC                 08160000
081700         PERFORM 700-PRINT-LINE                                   08170000
081800         MOVE 1 TO AMT-SUB                                        08180000
081900         PERFORM 620-PROVE-AMOUNT                                 08190000
082000           UNTIL AMT-SUB > AC-COUNT (MT-SUB)                      08200000
082100     END-IF                                                       08210000
082200     ADD 1 TO MT-SUB                                              08220000
082300     .                                                            08230000
082400                                                                  08240000
082500 620-PROVE-AMOUNT.                                                08250000
082600     MOVE PL-LABEL (MT-SUB AMT-SUB) TO PF-ITEM                    08260000
082700     MOVE MT-SNAP-AMT (MT-SUB AMT-SUB) TO PF-SNAP                 08270000
082800     MOVE MT-REST-AMT (MT-SUB AMT-SUB) TO PF-REST                 08280000
082900     IF MT-SNAP-AMT (MT-SUB AMT-SUB)                              08290000
083000       = MT-REST-AMT (MT-SUB AMT-SUB)                             08300000
083100         MOVE 'AGREES' TO PF-RESULT                               08310000
083200     ELSE                                                         08320000
083300         MOVE '** DOES NOT AGREE' TO PF-RESULT                    08330000
083400         MOVE "NO" TO WS-BALANCE-FLAG                             08340000
083450         MOVE "NO" TO MT-PROVED-FLAG (MT-SUB)                     08345000
083500     END-IF                                                       08350000
083600     MOVE WS-PROOF-LINE TO WS-PRINT-REC                           08360000
083700     PERFORM 700-PRINT-LINE                                       08370000
083800     ADD 1 TO AMT-SUB                                             08380000
083900     .                                                            08390000
084000                                                                  08400000
084100 700-PRINT-LINE.                                                  08410000
084200     PERFORM 750-WRITE                                            08420000
084300     IF WS-LINE-COUNT > 50                                        08430000
084400         PERFORM 800-PRINT-HEADINGS                               08440000
084500     END-IF                                                       08450000
084600     .                                                            08460000
084700                                                                  08470000
084800 750-WRITE.                                                       08480000
084900     WRITE PRINT-REC FROM WS-PRINT-REC                            08490000
085000       AFTER ADVANCING WS-SPACING LINES                           08500000
085100     END-WRITE                                                    08510000
085200     ADD WS-SPACING TO WS-LINE-COUNT                              08520000
085300     MOVE 1 TO WS-SPACING                                         08530000
085400     MOVE SPACES TO WS-PRINT-REC                                  08540000
085500     .                                                            08550000
085600                                                                  08560000
085700 800-PRINT-HEADINGS.                                              08570000
085800     ADD 1 TO WS-PAGE                                             08580000
085900     MOVE WS-PAGE TO H-PAGE                                       08590000
086000     WRITE PRINT-REC FROM HEADING-1                               08600000
086100       AFTER ADVANCING PAGE                                       08610000
086200     END-WRITE                                                    08620000
086300     MOVE HEADING-2 TO WS-PRINT-REC                               08630000
086400     MOVE 2 TO WS-SPACING                                         08640000
086500     PERFORM 750-WRITE                                            08650000
086600     MOVE 2 TO WS-SPACING                                         08660000
086700     MOVE 0 TO WS-LINE-COUNT                                      08670000
086800     .                                                            08680000
086900                                                                  08690000
087000 830-READ-ROLL-CARD.                                              08700000
087100     OPEN INPUT ROLL-CARD-FILE                                    08710000
087200     READ ROLL-CARD-FILE                                          08720000
087300       AT END                                                     08730000
087400         MOVE "NO" TO WS-CARD-OK-FLAG                             08740000
087500       NOT AT END                                                 08750000
087600         IF RL-PERIOD-END NUMERIC                                 08760000
087700           AND RL-PERIOD-END > 0                                  08770000
087800             MOVE "YES" TO WS-CARD-OK-FLAG                        08780000
087900             MOVE RL-PERIOD-END TO WS-ROLL-PERIOD                 08790000
088000         ELSE                                                     08800000
088100             MOVE "NO" TO WS-CARD-OK-FLAG                         08810000
088200         END-IF                                                   08820000
088300     END-READ                                                     08830000
088400     CLOSE ROLL-CARD-FILE                                         08840000
088500     MOVE WS-ROLL-PERIOD TO WS-PERIOD-PARTS                       08850000
088600     MOVE WS-PP-MM TO H-PER-MM                                    08860000
088700     MOVE WS-PP-DD TO H-PER-DD                                    08870000
088800     MOVE WS-PP-YY TO H-PER-YY                                    08880000
088900     .                                                            08890000
089000                                                                  08900000
089100 847-LOAD-PERIOD-CONTROL.                                         08910000
089200     OPEN INPUT PERIOD-CONTROL-FILE                               08920000
089300     MOVE 'NO' TO PPC-EOF-FLAG                                    08930000
089400     MOVE 0 TO PPC-COUNT                                          08940000
089500     PERFORM UNTIL PPC-EOF-FLAG = 'YES'                           08950000
089600         READ PERIOD-CONTROL-FILE                                 08960000
089700           AT END                                                 08970000
089800             MOVE 'YES' TO PPC-EOF-FLAG                           08980000
089900           NOT AT END                                             08990000
090000             IF PPC-COUNT < 53                                    09000000
090100             ADD 1 TO PPC-COUNT                                   09010000
090200             MOVE PPC-PERIOD-END-DATE TO PPC-T-DATE (PPC-COUNT)   09020000
090300             MOVE PPC-STATUS TO PPC-T-STATUS (PPC-COUNT)          09030000
090400             END-IF                                               09040000
090500         END-READ                                                 09050000
090600     END-PERFORM                                                  09060000
090700     CLOSE PERIOD-CONTROL-FILE                                    09070000
090800     .                                                            09080000
090900                                                                  09090000
091000 850-GET-DATE.                                                    09100000
091100     ACCEPT WS-DATE FROM DATE                                     09110000
091200     MOVE MM TO H-MM                                              09120000
091300     MOVE DD TO H-DD                                              09130000
091400     MOVE YY TO H-YY                                              09140000
091500     ACCEPT WS-TIME FROM TIME                                     09150000
091600     MOVE HH TO H-HH                                              09160000
091700     MOVE MN TO H-MN                                              09170000
091800     .                                                            09180000
091900                                                                  09190000
092000 900-PRINT-FINAL-TOTALS.                                          09200000
092100     MOVE 3 TO WS-SPACING                                         09210000
092200     MOVE SPACES TO WS-TOTAL-LINE                                 09220000
092300     MOVE 'MASTERS RESTORED:' TO TL-LABEL                         09230000
092400     MOVE RESTORE-COUNT TO TL-COUNT                               09240000
092500     PERFORM 910-PRINT-TOTAL-LINE                                 09250000
092600     MOVE 'MASTERS LEFT AS THEY WERE:' TO TL-LABEL                09260000
092700     MOVE LEFT-COUNT TO TL-COUNT                                  09270000
092800     PERFORM 910-PRINT-TOTAL-LINE                                 09280000
092900     MOVE 'SNAPSHOT RECORDS READ:' TO TL-LABEL                    09290000
093000     MOVE READ-COUNT TO TL-COUNT                                  09300000
093100     PERFORM 910-PRINT-TOTAL-LINE                                 09310000
093200     MOVE 'MASTER RECORDS RESTORED:' TO TL-LABEL                  09320000
093300     MOVE WS-WRITE-COUNT TO TL-COUNT                              09330000
093400     PERFORM 910-PRINT-TOTAL-LINE                                 09340000
093500     MOVE 'RECORDS REJECTED:' TO TL-LABEL                         09350000
093600     MOVE EXC-COUNT TO TL-COUNT                                   09360000
093700     PERFORM 910-PRINT-TOTAL-LINE                                 09370000
093800     MOVE 2 TO WS-SPACING                                         09380000
093900     IF WS-BALANCE-FLAG = "NO"                                    09390000
094000         MOVE ' ** RESTORED MASTERS DO NOT AGREE WITH SNAPSHOTS'  09400000
094100             TO PR-DETAIL                                         09410000
094200         PERFORM 700-PRINT-LINE                                   09420000
094300         MOVE ' ** DO NOT RERUN THE PERIOD UNTIL THIS IS CLEARED' 09430000
094400             TO PR-DETAIL                                         09440000
094500         PERFORM 700-PRINT-LINE                                   09450000
094600     ELSE                                                         09460000
094700         MOVE ' ROLLBACK PROVED - THE PERIOD MAY BE RERUN'        09470000
094800             TO PR-DETAIL                                         09480000
094900         PERFORM 700-PRINT-LINE                                   09490000
095000     END-IF                                                       09500000
095100     .                                                            09510000
095200                                                                  09520000
095300 910-PRINT-TOTAL-LINE.                                            09530000
095400     MOVE WS-TOTAL-LINE TO PR-DETAIL                              09540000
095500     PERFORM 700-PRINT-LINE                                       09550000
095600     MOVE SPACES TO WS-TOTAL-LINE                                 09560000
095700     .                                                            09570000
095800                                                                  09580000
095900 985-WRITE-AUDIT-LOG.                                             09590000
096000     OPEN EXTEND AUDIT-FILE                                       09600000
096100     MOVE 'ROLLBACK' TO AUD-PROGRAM                               09610000
096200     MOVE WS-DATE TO AUD-RUN-DATE                                 09620000
096300     MOVE WS-TIME TO AUD-RUN-TIME                                 09630000
096400     MOVE WS-ROLL-PERIOD TO AUD-PERIOD-END                        09640000
096500     MOVE READ-COUNT TO AUD-RECS-READ                             09650000
096600     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      09660000
096700     MOVE EXC-COUNT TO AUD-EXC-COUNT                              09670000
096800     MOVE RETURN-CODE TO AUD-RETURN-CODE                          09680000
096900     WRITE AUD-REC                                                09690000
096925     MOVE 1 TO MT-SUB                                             09692500
096950     PERFORM 986-WRITE-RESTORE-ENTRY                              09695000
096975       UNTIL MT-SUB > 3                                           09697500
097000     CLOSE AUDIT-FILE                                             09700000
097100     .                                                            09710000
097200                                                                  09720000
097300*    ONE ENTRY FOR EACH MASTER RESTORED, UNDER THE                09730000
097400*    MASTER'S NAME AND THE PERIOD, RC 0 ONLY WHEN IT PROVED       09740000
097500 986-WRITE-RESTORE-ENTRY.                                         09750000
097600     IF MT-RESTORED-FLAG (MT-SUB) = "YES"                         09760000
097700         MOVE MN-MASTER (MT-SUB) TO AUD-PROGRAM                   09770000
097800         MOVE MT-SNAP-COUNT (MT-SUB) TO AUD-RECS-READ             09780000
097900         MOVE MT-REST-COUNT (MT-SUB) TO AUD-RECS-WRITTEN          09790000
098000         MOVE MT-REJECT-COUNT (MT-SUB) TO AUD-EXC-COUNT           09800000
098100         IF MT-PROVED-FLAG (MT-SUB) = "YES"                       09810000
098200             MOVE 0 TO AUD-RETURN-CODE                            09820000
098300         ELSE                                                     09830000
098400             MOVE 8 TO AUD-RETURN-CODE                            09840000
098500         END-IF                                                   09850000
098600         WRITE AUD-REC                                            09860000
098700     END-IF                                                       09870000
098800     ADD 1 TO MT-SUB                                              09880000
098900     .                                                            09890000
