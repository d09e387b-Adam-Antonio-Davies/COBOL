000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    FINALPAY.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    TERMINATION FINAL-PAY PROCESSING.  SCANS THE EMPLOYEE   *    00070000
000800*    MASTER FOR EMPLOYEES EMPMNT HAS SET TO STATUS 'T' WITH  *    00080000
000900*    A TERMINATION DATE AND WHO ARE NOT YET ON THE FPHIST    *    00090000
001000*    FINAL-PAY HISTORY (SO EACH TERMINATION IS PAID OUT      *    00100000
001100*    EXACTLY ONCE, AND A REHIRE TERMINATED AGAIN UNDER A     *    00110000
001200*    NEW DATE IS PICKED UP AFRESH).  THE UNUSED VACATION     *    00120000
001300*    BALANCE ON LEAVEMST IS VALUED AT EMP-RATE - FOR A FLAT  *    00130000
001400*    (SALARIED) PAYTYPE, EMP-RATE SPREAD OVER THE PERIOD'S   *    00140000
001500*    STANDARD HOURS, THE DIVISION'S OTRULES PERIOD THRESHOLD *    00150000
001600*    - AND WRITTEN TO ADJOUT AS 'A' ADJUSTMENT RECORDS UNDER *    00160000
001700*    THE EMPLOYEE'S OWN PAY TYPE, READY FOR THE NEXT BREAKS  *    00170000
001800*    RUN.  EACH RECORD CARRIES NO MORE THAN THE STANDARD     *    00180000
001825*    HOURS (A FLAT ONE NO MORE THAN 999.99) SO THE PAYOUT    *    00182500
001850*    NEVER TRIPS THE OVERTIME RULE.  UNIT AND DAY PAY TYPES  *    00185000
001875*    ARE LISTED FOR A MANUAL PAYOUT.  THE VACATION           *    00187500
001900*    BALANCE IS THEN ZEROED.  PAYEDIT REFUSES ANY FURTHER    *    00190000
002000*    REGULAR PAY RECORD FOR THE EMPLOYEE AFTER THE           *    00200000
002025*    TERMINATION DATE.  PRINTS A FINAL-PAY REGISTER.         *    00202500
002050*    AN EMPLOYEE LISTED FOR REVIEW OR FOR A MANUAL PAYOUT    *    00205000
002075*    (NEGATIVE BALANCE, PAY TYPE NOT ON PAYTYPE, UNIT OR DAY *    00207500
002100*    PAY TYPE, NO RATE) IS NOT PUT ON FPHIST, SO THE NEXT    *    00210000
002125*    RUN PICKS THE TERMINATION UP AGAIN ONCE IT IS FIXED.    *    00212500
002200*                                                            *    00220000
002300**************************************************************    00230000
002400                                                                  00240000
002500 ENVIRONMENT DIVISION.                                            00250000
002600 CONFIGURATION SECTION.                                           00260000
002700 SOURCE-COMPUTER.                                                 00270000
002800     Z13                                                          00280000
002900     WITH DEBUGGING MODE                                          00290000
003000     .                                                            00300000
003100                                                                  00310000
003200 INPUT-OUTPUT SECTION.                                            00320000
003300                                                                  00330000
003400 FILE-CONTROL.                                                    00340000
003500     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00350000
003600         ORGANIZATION IS INDEXED                                  00360000
003700         ACCESS IS SEQUENTIAL                                     00370000
003800         RECORD KEY IS EMP-ID-NUMBER.                             00380000
003900     SELECT OPTIONAL LEAVE-FILE    ASSIGN TO LEAVEMST             00390000
004000         ORGANIZATION IS INDEXED                                  00400000
004100         ACCESS IS RANDOM                                         00410000
004200         RECORD KEY IS LV-ID-NUMBER.                              00420000
004300     SELECT OPTIONAL FINAL-HISTORY-FILE ASSIGN TO FPHIST.         00430000
004400     SELECT ADJ-OUT-FILE           ASSIGN TO ADJOUT.              00440000
004500     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00450000
004600     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00460000
004650     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00465000
004700     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00470000
004800     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00480000
004900                                                                  00490000
005000 DATA DIVISION.                                                   00500000
005100 FILE SECTION.                                                    00510000
005200                                                                  00520000
005300 FD  EMPLOYEE-MASTER-FILE.                                        00530000
005400     COPY EMPMSTR.                                                00540000
005500                                                                  00550000
005600 FD  LEAVE-FILE.                                                  00560000
005700     COPY LEAVEMST.                                               00570000
005800                                                                  00580000
005900 FD  FINAL-HISTORY-FILE                                           00590000
006000     RECORDING MODE IS F.                                         00600000
006100 01  FH-REC.                                                      00610000
006200     10  FH-ID-NUMBER              PIC X(05).                     00620000
006300     10  FH-TERM-DATE              PIC X(08).                     00630000
006400     10  FH-RUN-DATE               PIC 9(06).                     00640000
006500     10  FH-VAC-HOURS              PIC S9(04)V9.                  00650000
006600     10  FH-PAYOUT                 PIC S9(07)V99.                 00660000
006700     10  FILLER                    PIC X(47).                     00670000
006800                                                                  00680000
006900 FD  ADJ-OUT-FILE                                                 00690000
007000     RECORDING MODE IS F.                                         00700000
007100 01  ADJ-REC.                                                     00710000
007200     10  FILLER                    PIC X(102).                    00720000
007300                                                                  00730000
007400 FD  PRINT-FILE                                                   00740000
007500     RECORDING MODE IS F.                                         00750000
007600 01  PRINT-REC.                                                   00760000
007700     10  FILLER                    PIC X(132).                    00770000
007800                                                                  00780000
007900 FD  OT-CONTROL-FILE                                              00790000
008000     RECORDING MODE IS F.                                         00800000
008100     COPY OTRULES.                                                00810000
008120                                                                  00812000
008140 FD  PAY-TYPE-FILE                                                00814000
008160     RECORDING MODE IS F.                                         00816000
008180     COPY PAYTYPE.                                                00818000
008200                                                                  00820000
008300 FD  PERIOD-CONTROL-FILE                                          00830000
008400     RECORDING MODE IS F.                                         00840000
008500     COPY PERCTL.                                                 00850000
008600                                                                  00860000
008700 FD  AUDIT-FILE                                                   00870000
008800     RECORDING MODE IS F.                                         00880000
008900     COPY AUDITLOG.                                               00890000
009000                                                                  00900000
009100 WORKING-STORAGE SECTION.                                         00910000
009200                                                                  00920000
009300 01  WS-COUNTERS-FLAGS.                                           00930000
009400     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00940000
009500     10  WS-SPACING                PIC 9(01) VALUE 2.             00950000
009600     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00960000
009700     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00970000
009800     10  WS-PAGE                   PIC 9(03) VALUE 0.             00980000
009900     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          00990000
010000     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01000000
010100     10  WS-PERIOD-END             PIC 9(06) VALUE ZERO.          01010000
010200     10  LV-FOUND-FLAG             PIC X(03) VALUE "NO".          01020000
010300     10  WS-PPC-EOF-FLAG           PIC X(03) VALUE "NO".          01030000
010400     10  FH-EOF-FLAG               PIC X(03) VALUE "NO".          01040000
010450     10  FP-HISTORY-FLAG           PIC X(03) VALUE "YES".         01045000
010500                                                                  01050000
010600 01  FINAL-HISTORY-TABLE.                                         01060000
010700     10  FT-COUNT                  PIC 9(04) VALUE ZERO.          01070000
010800     10  FT-ITEM                   OCCURS 1000 TIMES.             01080000
010900         15  FT-ID-NUMBER          PIC X(05).                     01090000
011000         15  FT-TERM-DATE          PIC X(08).                     01100000
011100 01  FT-SUB                        PIC 9(04) VALUE ZERO.          01110000
011200 01  FT-PICKED                     PIC 9(04) VALUE ZERO.          01120000
011300 01  FT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01130000
011400                                                                  01140000
011500 01  OT-RULES-TABLE.                                              01150000
011600     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01160000
011700     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01170000
011800         15  OTR-DIV               PIC X(02).                     01180000
011900         15  OTR-THRESHOLD         PIC 9(04)V9.                   01190000
012000         15  OTR-MULTIPLIER        PIC 9(01)V99.                  01200000
012100                                                                  01210000
012200 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01220000
012300 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01230000
012400 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01240000
012500 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01250000
012600 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01260000
012605                                                                  01260500
012610 01  PAY-TYPE-TABLE.                                              01261000
012615     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01261500
012620     10  TY-ITEM                   OCCURS 20 TIMES.               01262000
012625         15  TY-CODE               PIC X(01).                     01262500
012630         15  TY-METHOD             PIC X(01).                     01263000
012635         15  TY-OT-FLAG            PIC X(01).                     01263500
012640 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01264000
012645 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01264500
012650 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01265000
012655 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01265500
012660 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01266000
012700                                                                  01270000
012800 01  PAYOUT-FIELDS.                                               01280000
012900     10  FP-VAC-HOURS              PIC S9(04)V9 VALUE 0.          01290000
013000     10  FP-HOURS-LEFT             PIC S9(04)V9 VALUE 0.          01300000
013100     10  FP-CHUNK-HOURS            PIC S9(04)V9 VALUE 0.          01310000
013200     10  FP-HOURLY-RATE            PIC 9(03)V99 VALUE 0.          01320000
013300     10  FP-CHUNK-PAY              PIC S9(05)V99 VALUE 0.         01330000
013400     10  FP-PAYOUT                 PIC S9(07)V99 VALUE 0.         01340000
013500     10  FP-ADJ-COUNT              PIC 9(03) VALUE 0.             01350000
013600                                                                  01360000
013700 01  FINAL-PAY-TOTALS.                                            01370000
013800     10  TERM-COUNT                PIC 9(05) VALUE ZERO.          01380000
013900     10  PAYOUT-COUNT              PIC 9(05) VALUE ZERO.          01390000
014000     10  PAYOUT-HOURS              PIC S9(07)V9 VALUE 0.          01400000
014100     10  PAYOUT-AMOUNT             PIC S9(09)V99 VALUE 0.         01410000
014200                                                                  01420000
014300 01  WS-MDY-PARTS.                                                01430000
014400     10  WS-MDY-MM                 PIC 9(02).                     01440000
014500     10  WS-MDY-DD                 PIC 9(02).                     01450000
014600     10  WS-MDY-YY                 PIC 9(02).                     01460000
014700                                                                  01470000
014800     COPY PAYROLL.                                                01480000
014900                                                                  01490000
015000 01  WS-REC-COUNT-LINE.                                           01500000
015100     10  FILLER                    PIC X(14) VALUE                01510000
015200         'MASTER READ:  '.                                        01520000
015300     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01530000
015400                                                                  01540000
015500 01  WS-TOTAL-LINE.                                               01550000
015600     10  FILLER                    PIC X(01).                     01560000
015700     10  TL-LABEL                  PIC X(25).                     01570000
015800     10  TL-COUNT                  PIC ZZ,ZZ9.                    01580000
015900     10  FILLER                    PIC X(03).                     01590000
016000     10  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99CR.          01600000
016100                                                                  01610000
016200 01  WS-PRINT-REC                  VALUE SPACES.                  01620000
016300     05  PR-DETAIL.                                               01630000
016400         10  FILLER                PIC X(01).                     01640000
016500         10  PR-ID-NUMBER          PIC X(05).                     01650000
016600         10  FILLER                PIC X(02).                     01660000
016700         10  PR-LAST-NAME          PIC X(11).                     01670000
016800         10  FILLER                PIC X(02).                     01680000
016900         10  PR-TERM-DATE          PIC X(08).                     01690000
017000         10  FILLER                PIC X(02).                     01700000
017100         10  PR-PAY-TYPE           PIC X(01).                     01710000
017200         10  FILLER                PIC X(02).                     01720000
017300         10  PR-VAC-HOURS          PIC ZZZ9.9-.                   01730000
017400         10  FILLER                PIC X(02).                     01740000
017500         10  PR-HOURLY-RATE        PIC ZZ9.99.                    01750000
017600         10  FILLER                PIC X(02).                     01760000
017700         10  PR-PAYOUT             PIC ZZZ,ZZ9.99.                01770000
017800         10  FILLER                PIC X(02).                     01780000
017900         10  PR-ADJ-COUNT          PIC ZZ9.                       01790000
018000         10  FILLER                PIC X(02).                     01800000
018100         10  PR-NOTE               PIC X(38).                     01810000
018200     05  FILLER                    PIC X(24).                     01820000
018300                                                                  01830000
018400 01  WS-DATE.                                                     01840000
018500     10  YY                        PIC 9(02).                     01850000
018600     10  MM                        PIC 9(02).                     01860000
018700     10  DD                        PIC 9(02).                     01870000
018800                                                                  01880000
018900 01  WS-TIME.                                                     01890000
019000     10  HH                        PIC 9(02).                     01900000
019100     10  MN                        PIC 9(02).                     01910000
019200     10  SS                        PIC 9(02).                     01920000
019300     10  MS                        PIC 9(02).                     01930000
019400                                                                  01940000
019500 01  HEADING-1.                                                   01950000
019600     10  FILLER                    PIC X(02) VALUE SPACES.        01960000
019700     10  H-DATE.                                                  01970000
019800         15  H-MM                  PIC 9(02).                     01980000
019900         15  H-SLASH1              PIC X(01) VALUE '/'.           01990000
020000         15  H-DD                  PIC 9(02).                     02000000
020100         15  H-SLASH2              PIC X(01) VALUE '/'.           02010000
020200         15  H-YY                  PIC 9(02).                     02020000
020300     10  FILLER                    PIC X(03) VALUE SPACES.        02030000
020400     10  H-TIME.                                                  02040000
020500         15  H-HH                  PIC Z9.                        02050000
020600         15  H-COLON               PIC X(01) VALUE ':'.           02060000
020700         15  H-MN                  PIC 9(02).                     02070000
020800     10  FILLER                    PIC X(02) VALUE SPACES.        02080000
020900     10  FILLER                    PIC X(11) VALUE                02090000
021000         'PER ENDING '.                                           02100000
021100     10  H-PERIOD-DATE.                                           02110000
021200         15  H-PER-MM              PIC 9(02).                     02120000
021300         15  H-PER-SLASH1          PIC X(01) VALUE '/'.           02130000
021400         15  H-PER-DD              PIC 9(02).                     02140000
021500         15  H-PER-SLASH2          PIC X(01) VALUE '/'.           02150000
021600         15  H-PER-YY              PIC 9(02).                     02160000
021700     10  FILLER                    PIC X(02) VALUE SPACES.        02170000
021800     10  FILLER                    PIC X(40) VALUE                02180000
021900         'TERMINATION FINAL-PAY REGISTER          '.              02190000
022000     10  FILLER                    PIC X(05) VALUE SPACES.        02200000
022100     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      02210000
022200     10  H-PAGE                    PIC Z(03).                     02220000
022300                                                                  02230000
022400 01  HEADING-2.                                                   02240000
022500     10  FILLER                    PIC X(40) VALUE                02250000
022600         ' EMP#   LAST         TERM DATE  T  VAC H'.              02260000
022700     10  FILLER                    PIC X(40) VALUE                02270000
022800         'RS    RATE      PAYOUT  ADJ  NOTE       '.              02280000
022900                                                                  02290000
023000 PROCEDURE DIVISION.                                              02300000
023100                                                                  02310000
023200 010-START-HERE.                                                  02320000
023300     OPEN OUTPUT PRINT-FILE                                       02330000
023400     PERFORM 850-GET-DATE                                         02340000
023500     PERFORM 840-FIND-OPEN-PERIOD                                 02350000
023600     PERFORM 800-PRINT-HEADINGS                                   02360000
023700     PERFORM 845-LOAD-FINAL-HISTORY                               02370000
023800     IF FT-DROPPED-COUNT > 0                                      02380000
023900         MOVE '** FINAL-PAY HISTORY TABLE FULL - RUN STOPPED'     02390000
024000             TO WS-PRINT-REC                                      02400000
024100         PERFORM 700-PRINT-LINE                                   02410000
024200         MOVE 8 TO RETURN-CODE                                    02420000
024300     ELSE                                                         02430000
024400         PERFORM 846-LOAD-OT-RULES                                02440000
024450         PERFORM 843-LOAD-PAY-TYPES                               02445000
024500         OPEN INPUT EMPLOYEE-MASTER-FILE                          02450000
024600         OPEN I-O LEAVE-FILE                                      02460000
024700         OPEN OUTPUT ADJ-OUT-FILE                                 02470000
024800         OPEN EXTEND FINAL-HISTORY-FILE                           02480000
024900         PERFORM 100-READ-INPUT                                   02490000
025000         PERFORM 300-PROCESS-DATA                                 02500000
025100           UNTIL EOF-FLAG = "YES"                                 02510000
025200         CLOSE FINAL-HISTORY-FILE                                 02520000
025300         CLOSE ADJ-OUT-FILE                                       02530000
025400         CLOSE LEAVE-FILE                                         02540000
025500         CLOSE EMPLOYEE-MASTER-FILE                               02550000
025600         PERFORM 900-PRINT-FINAL-TOTALS                           02560000
025700         IF REC-COUNT <= 1                                        02570000
025800             MOVE 8 TO RETURN-CODE                                02580000
025900         ELSE                                                     02590000
026000             IF EXC-COUNT > 0                                     02600000
026100                 MOVE 4 TO RETURN-CODE                            02610000
026200             END-IF                                               02620000
026300         END-IF                                                   02630000
026400     END-IF                                                       02640000
026500     CLOSE PRINT-FILE                                             02650000
026600     PERFORM 985-WRITE-AUDIT-LOG                                  02660000
026700     GOBACK.                                                      02670000
026800                                                                  02680000
026900 100-READ-INPUT.                                                  02690000
027000     READ EMPLOYEE-MASTER-FILE                                    02700000
027100       AT END                                                     02710000
027200         MOVE "YES" TO EOF-FLAG                                   02720000
027300     END-READ                                                     02730000
027400     ADD 1 TO REC-COUNT.                                          02740000
027500                                                                  02750000
027600 300-PROCESS-DATA.                                                02760000
027700     IF EMP-STATUS = 'T' AND EMP-TERM-DATE NOT = SPACES           02770000
027800         PERFORM 320-CHECK-HISTORY                                02780000
027900         IF FT-PICKED = 0                                         02790000
028000             PERFORM 400-FINAL-PAY                                02800000
028100         END-IF                                                   02810000
028200     END-IF                                                       02820000
028300     PERFORM 100-READ-INPUT                                       02830000
028400     .                                                            02840000
028500                                                                  02850000
028600 320-CHECK-HISTORY.                                               02860000
028700     MOVE 0 TO FT-PICKED                                          02870000
028800     MOVE 1 TO FT-SUB                                             02880000
028900     PERFORM 325-HISTORY-SCAN                                     02890000
029000       UNTIL FT-PICKED > 0                                        02900000
029100       OR FT-SUB > FT-COUNT                                       02910000
029200     .                                                            02920000
029300                                                                  02930000
029400 325-HISTORY-SCAN.                                                02940000
029500     IF FT-ID-NUMBER (FT-SUB) = EMP-ID-NUMBER                     02950000
029600       AND FT-TERM-DATE (FT-SUB) = EMP-TERM-DATE                  02960000
029700         MOVE FT-SUB TO FT-PICKED                                 02970000
029800     ELSE                                                         02980000
029900         ADD 1 TO FT-SUB                                          02990000
030000     END-IF                                                       03000000
030100     .                                                            03010000
030200                                                                  03020000
030300 400-FINAL-PAY.                                                   03030000
030400     ADD 1 TO TERM-COUNT                                          03040000
030450     MOVE "YES" TO FP-HISTORY-FLAG                                03045000
030500     MOVE 0 TO FP-VAC-HOURS                                       03050000
030600     MOVE 0 TO FP-PAYOUT                                          03060000
030700     MOVE 0 TO FP-ADJ-COUNT                                       03070000
030800     MOVE 0 TO FP-HOURLY-RATE                                     03080000
030900     MOVE EMP-ID-NUMBER TO PR-ID-NUMBER                           03090000
031000     MOVE EMP-LAST-NAME TO PR-LAST-NAME                           03100000
031100     MOVE EMP-TERM-DATE TO PR-TERM-DATE                           03110000
031200     MOVE EMP-PAY-TYPE TO PR-PAY-TYPE                             03120000
031300     PERFORM 420-READ-LEAVE-MASTER                                03130000
031400     IF LV-FOUND-FLAG = "NO"                                      03140000
031500         MOVE 'NO LEAVE RECORD - NO PAYOUT' TO PR-NOTE            03150000
031600     ELSE                                                         03160000
031700         MOVE LV-VAC-BALANCE TO FP-VAC-HOURS                      03170000
031800         IF FP-VAC-HOURS < 0                                      03180000
031900             ADD 1 TO EXC-COUNT                                   03190000
031950             MOVE "NO" TO FP-HISTORY-FLAG                         03195000
032000             MOVE '** NEGATIVE VACATION BALANCE - REVIEW'         03200000
032100                 TO PR-NOTE                                       03210000
032200         ELSE                                                     03220000
032300             IF FP-VAC-HOURS = 0                                  03230000
032400                 MOVE 'NO VACATION BALANCE' TO PR-NOTE            03240000
032500             ELSE                                                 03250000
032600                 PERFORM 440-VALUE-VACATION                       03260000
032700             END-IF                                               03270000
032800         END-IF                                                   03280000
032900     END-IF                                                       03290000
033000     MOVE FP-VAC-HOURS TO PR-VAC-HOURS                            03300000
033100     MOVE FP-HOURLY-RATE TO PR-HOURLY-RATE                        03310000
033200     MOVE FP-PAYOUT TO PR-PAYOUT                                  03320000
033300     MOVE FP-ADJ-COUNT TO PR-ADJ-COUNT                            03330000
033400     PERFORM 700-PRINT-LINE                                       03340000
033450     IF FP-HISTORY-FLAG = "YES"                                   03345000
033500         PERFORM 480-WRITE-HISTORY                                03350000
033550     END-IF                                                       03355000
033600     .                                                            03360000
033700                                                                  03370000
033800 420-READ-LEAVE-MASTER.                                           03380000
033900     MOVE "YES" TO LV-FOUND-FLAG                                  03390000
034000     MOVE EMP-ID-NUMBER TO LV-ID-NUMBER                           03400000
034100     READ LEAVE-FILE                                              03410000
034200       INVALID KEY                                                03420000
034300         MOVE "NO" TO LV-FOUND-FLAG                               03430000
034400     END-READ                                                     03440000
034500     .                                                            03450000
034600                                                                  03460000
034700 440-VALUE-VACATION.                                              03470000
034750     MOVE EMP-DIV TO PAY-DIV                                      03475000
034800     PERFORM 340-OT-RULE-LOOKUP                                   03480000
034850     MOVE EMP-PAY-TYPE TO PAY-PAY-TYPE                            03485000
034900     PERFORM 345-PAY-TYPE-LOOKUP                                  03490000
034950     IF WS-TY-METHOD = 'H'                                        03495000
035000         MOVE EMP-RATE TO FP-HOURLY-RATE                          03500000
035050     ELSE                                                         03505000
035100     IF WS-TY-METHOD = 'F' AND WS-OT-THRESHOLD > 0                03510000
035150*        A SALARY IS SPREAD OVER THE PERIOD'S STANDARD HOURS      03515000
035200         DIVIDE EMP-RATE BY WS-OT-THRESHOLD                       03520000
035250           GIVING FP-HOURLY-RATE ROUNDED                          03525000
035300     END-IF                                                       03530000
035350     END-IF                                                       03535000
035400     IF TY-FOUND-FLAG = 'NO'                                      03540000
035450         ADD 1 TO EXC-COUNT                                       03545000
035475         MOVE "NO" TO FP-HISTORY-FLAG                             03547500
035500         MOVE '** PAY TYPE NOT ON PAYTYPE - NOT PAID' TO PR-NOTE  03550000
035550     ELSE                                                         03555000
035600     IF WS-TY-METHOD NOT = 'H' AND WS-TY-METHOD NOT = 'F'         03560000
035650         ADD 1 TO EXC-COUNT                                       03565000
035675         MOVE "NO" TO FP-HISTORY-FLAG                             03567500
035700         MOVE '** UNIT/DAY PAY TYPE - PAY OUT BY HAND' TO PR-NOTE 03570000
035750     ELSE                                                         03575000
035800     IF FP-HOURLY-RATE = 0                                        03580000
035850         ADD 1 TO EXC-COUNT                                       03585000
035875         MOVE "NO" TO FP-HISTORY-FLAG                             03587500
035900         MOVE '** NO RATE ON MASTER - NOT PAID OUT' TO PR-NOTE    03590000
035950     ELSE                                                         03595000
036000         MOVE FP-VAC-HOURS TO FP-HOURS-LEFT                       03600000
036100         PERFORM 460-WRITE-PAYOUT-ADJ                             03610000
036200           UNTIL FP-HOURS-LEFT = 0                                03620000
036300         MOVE 'VACATION PAID OUT - BALANCE ZEROED' TO PR-NOTE     03630000
036400         MOVE 0 TO LV-VAC-BALANCE                                 03640000
036500         REWRITE LV-REC                                           03650000
036600         ADD 1 TO PAYOUT-COUNT                                    03660000
036700         ADD FP-VAC-HOURS TO PAYOUT-HOURS                         03670000
036800         ADD FP-PAYOUT TO PAYOUT-AMOUNT                           03680000
036900     END-IF                                                       03690000
036925     END-IF                                                       03692500
036950     END-IF                                                       03695000
037000     .                                                            03700000
037100                                                                  03710000
037200 460-WRITE-PAYOUT-ADJ.                                            03720000
037225     IF FP-HOURS-LEFT > WS-OT-THRESHOLD                           03722500
037250         MOVE WS-OT-THRESHOLD TO FP-CHUNK-HOURS                   03725000
037275     ELSE                                                         03727500
037300         MOVE FP-HOURS-LEFT TO FP-CHUNK-HOURS                     03730000
037325     END-IF                                                       03732500
037350     MULTIPLY FP-CHUNK-HOURS BY FP-HOURLY-RATE                    03735000
037375       GIVING FP-CHUNK-PAY ROUNDED                                03737500
037400*    A FLAT TYPE IS PAID THE AMOUNT IN THE RATE FIELD, SO EACH    03740000
037425*    RECORD CARRIES NO MORE THAN THE RATE FIELD CAN HOLD          03742500
037450     IF WS-TY-METHOD = 'F' AND FP-CHUNK-PAY > 999.99              03745000
037475         DIVIDE 999.99 BY FP-HOURLY-RATE                          03747500
037500           GIVING FP-CHUNK-HOURS                                  03750000
037525         MULTIPLY FP-CHUNK-HOURS BY FP-HOURLY-RATE                03752500
037550           GIVING FP-CHUNK-PAY ROUNDED                            03755000
037575     END-IF                                                       03757500
037600     SUBTRACT FP-CHUNK-HOURS FROM FP-HOURS-LEFT                   03760000
037900     MOVE EMP-DIV TO PAY-DIV                                      03790000
038000     MOVE EMP-DEPT TO PAY-DEPT                                    03800000
038100     MOVE EMP-DEPT-NAME TO PAY-DEPT-NAME                          03810000
038200     MOVE EMP-LAST-NAME TO PAY-LAST-NAME                          03820000
038300     MOVE EMP-FIRST-NAME TO PAY-FIRST-NAME                        03830000
038400     MOVE EMP-ID-NUMBER TO PAY-ID-NUMBER                          03840000
038500     MOVE EMP-PAY-TYPE TO PAY-PAY-TYPE                            03850000
038600     MOVE FP-CHUNK-HOURS TO PAY-HOURS-WORKED                      03860000
038625     IF WS-TY-METHOD = 'F'                                        03862500
038650         MOVE FP-CHUNK-PAY TO PAY-EMP-RATE                        03865000
038675     ELSE                                                         03867500
038700         MOVE FP-HOURLY-RATE TO PAY-EMP-RATE                      03870000
038725     END-IF                                                       03872500
038800     MOVE ZERO TO PAY-EMP-DEDS                                    03880000
038900     MOVE WS-PERIOD-END TO PAY-PERIOD-END-DATE                    03890000
039000     MOVE ZERO TO PAY-DED-TAX                                     03900000
039100     MOVE ZERO TO PAY-DED-INS                                     03910000
039200     MOVE ZERO TO PAY-DED-RET                                     03920000
039300     MOVE ZERO TO PAY-DED-GARN                                    03930000
039400     MOVE 'A' TO PAY-ADJ-IND                                      03940000
039500     MOVE WS-PERIOD-END TO PAY-ADJ-PERIOD-DATE                    03950000
039600     MOVE EMP-COMPANY TO PAY-COMPANY                              03960000
039700     WRITE ADJ-REC FROM WS-PAY-REC                                03970000
039800     ADD 1 TO WS-WRITE-COUNT                                      03980000
039900     ADD 1 TO FP-ADJ-COUNT                                        03990000
040200     ADD FP-CHUNK-PAY TO FP-PAYOUT                                04020000
040300     .                                                            04030000
040400                                                                  04040000
040500 480-WRITE-HISTORY.                                               04050000
040600     MOVE SPACES TO FH-REC                                        04060000
040700     MOVE EMP-ID-NUMBER TO FH-ID-NUMBER                           04070000
040800     MOVE EMP-TERM-DATE TO FH-TERM-DATE                           04080000
040900     MOVE WS-DATE TO FH-RUN-DATE                                  04090000
041000     MOVE FP-VAC-HOURS TO FH-VAC-HOURS                            04100000
041100     MOVE FP-PAYOUT TO FH-PAYOUT                                  04110000
041200     WRITE FH-REC                                                 04120000
041300     .                                                            04130000
041400                                                                  04140000
041500 340-OT-RULE-LOOKUP.                                              04150000
041600     MOVE 'NO' TO OT-FOUND-FLAG                                   04160000
041700     MOVE 1 TO OT-SUB                                             04170000
041800     PERFORM 341-OT-RULE-CHECK-DIV                                04180000
041900       UNTIL OT-FOUND-FLAG = 'YES'                                04190000
042000       OR OT-SUB > OT-RULE-COUNT                                  04200000
042100     IF OT-FOUND-FLAG = 'NO'                                      04210000
042200         MOVE 1 TO OT-SUB                                         04220000
042300         PERFORM 342-OT-RULE-CHECK-DEFAULT                        04230000
042400           UNTIL OT-FOUND-FLAG = 'YES'                            04240000
042500           OR OT-SUB > OT-RULE-COUNT                              04250000
042600     END-IF                                                       04260000
042700     IF OT-FOUND-FLAG = 'YES'                                     04270000
042800         MOVE OTR-THRESHOLD (OT-SUB) TO WS-OT-THRESHOLD           04280000
042900         MOVE OTR-MULTIPLIER (OT-SUB) TO WS-OT-MULTIPLIER         04290000
043000     ELSE                                                         04300000
043100         MOVE 40.0 TO WS-OT-THRESHOLD                             04310000
043200         MOVE 1.50 TO WS-OT-MULTIPLIER                            04320000
043300     END-IF                                                       04330000
043400     .                                                            04340000
043500                                                                  04350000
043600 341-OT-RULE-CHECK-DIV.                                           04360000
043700     IF OTR-DIV (OT-SUB) = PAY-DIV                                04370000
043800         MOVE 'YES' TO OT-FOUND-FLAG                              04380000
043900     ELSE                                                         04390000
044000         ADD 1 TO OT-SUB                                          04400000
044100     END-IF                                                       04410000
044200     .                                                            04420000
044300                                                                  04430000
044400 342-OT-RULE-CHECK-DEFAULT.                                       04440000
044500     IF OTR-DIV (OT-SUB) = SPACES                                 04450000
044600         MOVE 'YES' TO OT-FOUND-FLAG                              04460000
044700     ELSE                                                         04470000
044800         ADD 1 TO OT-SUB                                          04480000
044900     END-IF                                                       04490000
045000     .                                                            04500000
045004                                                                  04500400
045008 345-PAY-TYPE-LOOKUP.                                             04500800
045012     MOVE 'NO' TO TY-FOUND-FLAG                                   04501200
045016     MOVE SPACE TO WS-TY-METHOD                                   04501600
045020     MOVE 'N' TO WS-TY-OT-FLAG                                    04502000
045024     MOVE 1 TO TY-SUB                                             04502400
045028     PERFORM 346-PAY-TYPE-SCAN                                    04502800
045032       UNTIL TY-FOUND-FLAG = 'YES'                                04503200
045036       OR TY-SUB > TY-COUNT                                       04503600
045040     .                                                            04504000
045044                                                                  04504400
045048 346-PAY-TYPE-SCAN.                                               04504800
045052     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           04505200
045056         MOVE 'YES' TO TY-FOUND-FLAG                              04505600
045060         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  04506000
045064         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                04506400
045068     ELSE                                                         04506800
045072         ADD 1 TO TY-SUB                                          04507200
045076     END-IF                                                       04507600
045080     .                                                            04508000
045100                                                                  04510000
045200 700-PRINT-LINE.                                                  04520000
045300     PERFORM 750-WRITE                                            04530000
045400     IF WS-LINE-COUNT > 50                                        04540000
045500         PERFORM 800-PRINT-HEADINGS                               04550000
045600     END-IF                                                       04560000
045700     .                                                            04570000
045800                                                                  04580000
045900 750-WRITE.                                                       04590000
046000     WRITE PRINT-REC FROM WS-PRINT-REC                            04600000
046100       AFTER ADVANCING WS-SPACING LINES                           04610000
046200     END-WRITE                                                    04620000
046300     ADD WS-SPACING TO WS-LINE-COUNT                              04630000
046400     MOVE 1 TO WS-SPACING                                         04640000
046500     MOVE SPACES TO WS-PRINT-REC                                  04650000
046600     .                                                            04660000
046700                                                                  04670000
046800 800-PRINT-HEADINGS.                                              04680000
046900     ADD 1 TO WS-PAGE                                             04690000
047000     MOVE WS-PAGE TO H-PAGE                                       04700000
047100     MOVE WS-MDY-MM TO H-PER-MM                                   04710000
047200     MOVE WS-MDY-DD TO H-PER-DD                                   04720000
047300     MOVE WS-MDY-YY TO H-PER-YY                                   04730000
047400     WRITE PRINT-REC FROM HEADING-1                               04740000
047500       AFTER ADVANCING PAGE                                       04750000
047600     END-WRITE                                                    04760000
047700     MOVE HEADING-2 TO WS-PRINT-REC                               04770000
047800     MOVE 2 TO WS-SPACING                                         04780000
047900     PERFORM 750-WRITE                                            04790000
048000     MOVE 2 TO WS-SPACING                                         04800000
048100     MOVE 0 TO WS-LINE-COUNT                                      04810000
048200     .                                                            04820000
048300                                                                  04830000
048400 840-FIND-OPEN-PERIOD.                                            04840000
048500     MOVE ZERO TO WS-PERIOD-END                                   04850000
048600     OPEN INPUT PERIOD-CONTROL-FILE                               04860000
048700     PERFORM 841-READ-PERIOD                                      04870000
048800       UNTIL WS-PPC-EOF-FLAG = "YES"                              04880000
048900       OR WS-PERIOD-END > 0                                       04890000
049000     CLOSE PERIOD-CONTROL-FILE                                    04900000
049100     IF WS-PERIOD-END = 0                                         04910000
049200         MOVE MM TO WS-MDY-MM                                     04920000
049300         MOVE DD TO WS-MDY-DD                                     04930000
049400         MOVE YY TO WS-MDY-YY                                     04940000
049500         MOVE WS-MDY-PARTS TO WS-PERIOD-END                       04950000
049600     ELSE                                                         04960000
049700         MOVE WS-PERIOD-END TO WS-MDY-PARTS                       04970000
049800     END-IF                                                       04980000
049900     .                                                            04990000
050000                                                                  05000000
050100 841-READ-PERIOD.                                                 05010000
050200     READ PERIOD-CONTROL-FILE                                     05020000
050300       AT END                                                     05030000
050400         MOVE "YES" TO WS-PPC-EOF-FLAG                            05040000
050500       NOT AT END                                                 05050000
050600         IF PPC-STATUS = 'O'                                      05060000
050700             MOVE PPC-PERIOD-END-DATE TO WS-PERIOD-END            05070000
050800         END-IF                                                   05080000
050900     END-READ                                                     05090000
051000     .                                                            05100000
051100                                                                  05110000
051102 843-LOAD-PAY-TYPES.                                              05110200
051104     OPEN INPUT PAY-TYPE-FILE                                     05110400
051106     MOVE 'NO' TO TY-EOF-FLAG                                     05110600
051108     MOVE 0 TO TY-COUNT                                           05110800
051110     PERFORM 844-READ-PAY-TYPE                                    05111000
051112       UNTIL TY-EOF-FLAG = 'YES'                                  05111200
051114     CLOSE PAY-TYPE-FILE                                          05111400
051116     IF TY-COUNT = 0                                              05111600
051118         MOVE 2 TO TY-COUNT                                       05111800
051120         MOVE 'S' TO TY-CODE (1)                                  05112000
051122         MOVE 'F' TO TY-METHOD (1)                                05112200
051124         MOVE 'N' TO TY-OT-FLAG (1)                               05112400
051126         MOVE 'H' TO TY-CODE (2)                                  05112600
051128         MOVE 'H' TO TY-METHOD (2)                                05112800
051130         MOVE 'Y' TO TY-OT-FLAG (2)                               05113000
051132     END-IF                                                       05113200
051134     .                                                            05113400
051136                                                                  05113600
051138 844-READ-PAY-TYPE.                                               05113800
051140     READ PAY-TYPE-FILE                                           05114000
051142       AT END                                                     05114200
051144         MOVE 'YES' TO TY-EOF-FLAG                                05114400
051146       NOT AT END                                                 05114600
051148         IF TY-COUNT < 20                                         05114800
051150           AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'              05115000
051152             OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')             05115200
051154             ADD 1 TO TY-COUNT                                    05115400
051156             MOVE PTC-CODE TO TY-CODE (TY-COUNT)                  05115600
051158             MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)              05115800
051160             MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)            05116000
051162         END-IF                                                   05116200
051164     END-READ                                                     05116400
051166     .                                                            05116600
051168                                                                  05116800
051200 845-LOAD-FINAL-HISTORY.                                          05120000
051300     OPEN INPUT FINAL-HISTORY-FILE                                05130000
051400     MOVE 0 TO FT-COUNT                                           05140000
051500     PERFORM 847-READ-HISTORY-ROW                                 05150000
051600       UNTIL FH-EOF-FLAG = "YES"                                  05160000
051700     CLOSE FINAL-HISTORY-FILE                                     05170000
051800     .                                                            05180000
051900                                                                  05190000
052000 847-READ-HISTORY-ROW.                                            05200000
052100     READ FINAL-HISTORY-FILE                                      05210000
052200       AT END                                                     05220000
052300         MOVE "YES" TO FH-EOF-FLAG                                05230000
052400       NOT AT END                                                 05240000
052500         IF FT-COUNT < 1000                                       05250000
052600             ADD 1 TO FT-COUNT                                    05260000
052700             MOVE FH-ID-NUMBER TO FT-ID-NUMBER (FT-COUNT)         05270000
052800             MOVE FH-TERM-DATE TO FT-TERM-DATE (FT-COUNT)         05280000
052900         ELSE                                                     05290000
053000             ADD 1 TO FT-DROPPED-COUNT                            05300000
053100         END-IF                                                   05310000
053200     END-READ                                                     05320000
053300     .                                                            05330000
053400                                                                  05340000
053500 846-LOAD-OT-RULES.                                               05350000
053600     OPEN INPUT OT-CONTROL-FILE                                   05360000
053700     MOVE 'NO' TO OT-EOF-FLAG                                     05370000
053800     MOVE 0 TO OT-RULE-COUNT                                      05380000
053900     PERFORM 848-READ-OT-RULE                                     05390000
054000       UNTIL OT-EOF-FLAG = 'YES'                                  05400000
054100     CLOSE OT-CONTROL-FILE                                        05410000
054200     .                                                            05420000
054300                                                                  05430000
054400 848-READ-OT-RULE.                                                05440000
054500     READ OT-CONTROL-FILE                                         05450000
054600       AT END                                                     05460000
054700         MOVE 'YES' TO OT-EOF-FLAG                                05470000
054800       NOT AT END                                                 05480000
054900         IF OT-RULE-COUNT < 50                                    05490000
055000             ADD 1 TO OT-RULE-COUNT                               05500000
055100             MOVE OTC-DIV TO OTR-DIV (OT-RULE-COUNT)              05510000
055200             MOVE OTC-THRESHOLD TO OTR-THRESHOLD (OT-RULE-COUNT)  05520000
055300             MOVE OTC-MULTIPLIER                                  05530000
055400                 TO OTR-MULTIPLIER (OT-RULE-COUNT)                05540000
055500         END-IF                                                   05550000
055600     END-READ                                                     05560000
055700     .                                                            05570000
055800                                                                  05580000
055900 850-GET-DATE.                                                    05590000
056000     ACCEPT WS-DATE FROM DATE                                     05600000
056100     MOVE MM TO H-MM                                              05610000
056200     MOVE DD TO H-DD                                              05620000
056300     MOVE YY TO H-YY                                              05630000
056400     ACCEPT WS-TIME FROM TIME                                     05640000
056500     MOVE HH TO H-HH                                              05650000
056600     MOVE MN TO H-MN                                              05660000
056700     .                                                            05670000
056800                                                                  05680000
056900 900-PRINT-FINAL-TOTALS.                                          05690000
057000     MOVE SPACES TO WS-PRINT-REC                                  05700000
057100     MOVE 2 TO WS-SPACING                                         05710000
057200     MOVE 'NEW TERMINATIONS:' TO TL-LABEL                         05720000
057300     MOVE TERM-COUNT TO TL-COUNT                                  05730000
057400     MOVE 0 TO TL-AMOUNT                                          05740000
057500     MOVE WS-TOTAL-LINE TO PR-DETAIL                              05750000
057600     PERFORM 700-PRINT-LINE                                       05760000
057700     MOVE SPACES TO WS-PRINT-REC                                  05770000
057800     MOVE 'VACATION PAYOUTS:' TO TL-LABEL                         05780000
057900     MOVE PAYOUT-COUNT TO TL-COUNT                                05790000
058000     MOVE PAYOUT-AMOUNT TO TL-AMOUNT                              05800000
058100     MOVE WS-TOTAL-LINE TO PR-DETAIL                              05810000
058200     PERFORM 700-PRINT-LINE                                       05820000
058300     MOVE SPACES TO WS-PRINT-REC                                  05830000
058400     MOVE 'ADJUSTMENT RECORDS:' TO TL-LABEL                       05840000
058500     MOVE WS-WRITE-COUNT TO TL-COUNT                              05850000
058600     MOVE 0 TO TL-AMOUNT                                          05860000
058700     MOVE WS-TOTAL-LINE TO PR-DETAIL                              05870000
058800     PERFORM 700-PRINT-LINE                                       05880000
058900     MOVE SPACES TO WS-PRINT-REC                                  05890000
059000     MOVE REC-COUNT TO WS-REC-COUNT-ED                            05900000
059100     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          05910000
059200     PERFORM 700-PRINT-LINE                                       05920000
059300     .                                                            05930000
059400                                                                  05940000
059500 985-WRITE-AUDIT-LOG.                                             05950000
059600     OPEN EXTEND AUDIT-FILE                                       05960000
059700     MOVE 'FINALPAY' TO AUD-PROGRAM                               05970000
059800     MOVE WS-DATE TO AUD-RUN-DATE                                 05980000
059900     MOVE WS-TIME TO AUD-RUN-TIME                                 05990000
060000     MOVE WS-PERIOD-END TO AUD-PERIOD-END                         06000000
060100     MOVE REC-COUNT TO AUD-RECS-READ                              06010000
060200     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      06020000
060300     MOVE EXC-COUNT TO AUD-EXC-COUNT                              06030000
060400     MOVE RETURN-CODE TO AUD-RETURN-CODE                          06040000
060500     WRITE AUD-REC                                                06050000
060600     CLOSE AUDIT-FILE                                             06060000
060700     .                                                            06070000
