000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    PENDRPT.                                          00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    PENDING EMPLOYEE-MASTER CHANGE REPORT.  LISTS EVERY     *    00070000
000800*    CHANGE EMPMNT HAS QUEUED ON THE PENDCHG FILE - ITS      *    00080000
000900*    CHANGE NUMBER, EMPLOYEE, FIELD GROUP AND NEW VALUE,     *    00090000
001000*    THE PAY PERIOD IT TAKES EFFECT (OR ASAP), WHETHER IT    *    00100000
001100*    IS STILL AWAITING APPROVAL OR RELEASED, AND WHO         *    00110000
001200*    ENTERED AND WHO APPROVED IT AND WHEN.  A CHANGE STILL   *    00120000
001300*    AWAITING APPROVAL WHOSE PERIOD HAS ALREADY OPENED IS    *    00130000
001400*    FLAGGED SO THE APPROVER CAN BE CHASED.                  *    00140000
001500*                                                            *    00150000
001600**************************************************************    00160000
001700                                                                  00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 CONFIGURATION SECTION.                                           00190000
002000 SOURCE-COMPUTER.                                                 00200000
002100     Z13                                                          00210000
002200     WITH DEBUGGING MODE                                          00220000
002300     .                                                            00230000
002400                                                                  00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600                                                                  00260000
002700 FILE-CONTROL.                                                    00270000
002800     SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO PENDCHG.       00280000
002900     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00290000
003000     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00300000
003100         ORGANIZATION IS INDEXED                                  00310000
003200         ACCESS IS RANDOM                                         00320000
003300         RECORD KEY IS EMP-ID-NUMBER.                             00330000
003400     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00340000
003500     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00350000
003600                                                                  00360000
003700 DATA DIVISION.                                                   00370000
003800 FILE SECTION.                                                    00380000
003900                                                                  00390000
004000 FD  PENDING-CHANGE-FILE                                          00400000
004100     RECORDING MODE IS F.                                         00410000
004200     COPY PENDCHG.                                                00420000
004300                                                                  00430000
004400 FD  PERIOD-CONTROL-FILE                                          00440000
004500     RECORDING MODE IS F.                                         00450000
004600     COPY PERCTL.                                                 00460000
004700                                                                  00470000
004800 FD  EMPLOYEE-MASTER-FILE.                                        00480000
004900     COPY EMPMSTR.                                                00490000
005000                                                                  00500000
005100 FD  PRINT-FILE                                                   00510000
005200     RECORDING MODE IS F.                                         00520000
005300 01  PRINT-REC.                                                   00530000
005400     10  FILLER                    PIC X(132).                    00540000
005500                                                                  00550000
005600 FD  AUDIT-FILE                                                   00560000
005700     RECORDING MODE IS F.                                         00570000
005800     COPY AUDITLOG.                                               00580000
005900                                                                  00590000
006000 WORKING-STORAGE SECTION.                                         00600000
006100                                                                  00610000
006200 01  WS-COUNTERS-FLAGS.                                           00620000
006300     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00630000
006400     10  WS-SPACING                PIC 9(01) VALUE 2.             00640000
006500     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00650000
006600     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00660000
006700     10  WS-PAGE                   PIC 9(03) VALUE 0.             00670000
006800     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          00680000
006900     10  LISTED-COUNT              PIC 9(05) VALUE ZERO.          00690000
007000     10  AWAIT-COUNT               PIC 9(05) VALUE ZERO.          00700000
007100     10  RELEASED-COUNT            PIC 9(05) VALUE ZERO.          00710000
007200     10  OVERDUE-COUNT             PIC 9(05) VALUE ZERO.          00720000
007300                                                                  00730000
007400 01  PERIOD-CONTROL-TABLE.                                        00740000
007500     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          00750000
007600     10  PPC-ITEM                  OCCURS 53 TIMES.               00760000
007700         15  PPC-T-DATE            PIC 9(06).                     00770000
007800         15  PPC-T-STATUS          PIC X(01).                     00780000
007900 01  PPC-SUB                       PIC 9(03) VALUE ZERO.          00790000
008000 01  PPC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          00800000
008100 01  WS-EFF-SUB                    PIC 9(03) VALUE ZERO.          00810000
008200 01  WS-EFF-DATE                   PIC 9(06) VALUE ZERO.          00820000
008300                                                                  00830000
008400 01  WS-EFF-PARTS.                                                00840000
008500     10  WS-EP-MM                  PIC X(02).                     00850000
008600     10  WS-EP-DD                  PIC X(02).                     00860000
008700     10  WS-EP-YY                  PIC X(02).                     00870000
008800                                                                  00880000
008900 01  WS-FMT-PERIOD.                                               00890000
009000     10  WS-FP-MM                  PIC X(02).                     00900000
009100     10  FILLER                    PIC X(01) VALUE '/'.           00910000
009200     10  WS-FP-DD                  PIC X(02).                     00920000
009300     10  FILLER                    PIC X(01) VALUE '/'.           00930000
009400     10  WS-FP-YY                  PIC X(02).                     00940000
009500                                                                  00950000
009600 01  WS-REC-COUNT-LINE.                                           00960000
009700     10  FILLER                    PIC X(14) VALUE                00970000
009800         'RECORDS READ: '.                                        00980000
009900     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     00990000
010000                                                                  01000000
010100 01  WS-TOTAL-LINE.                                               01010000
010200     10  FILLER                    PIC X(01).                     01020000
010300     10  TL-LABEL                  PIC X(25).                     01030000
010400     10  TL-COUNT                  PIC ZZ,ZZ9.                    01040000
010500                                                                  01050000
010600 01  WS-PRINT-REC                  VALUE SPACES.                  01060000
010700     05  PR-DETAIL.                                               01070000
010800         10  FILLER                PIC X(01).                     01080000
010900         10  PR-SEQ-NO             PIC 9(06).                     01090000
011000         10  FILLER                PIC X(02).                     01100000
011100         10  PR-ID-NUMBER          PIC X(05).                     01110000
011200         10  FILLER                PIC X(02).                     01120000
011300         10  PR-LAST-NAME          PIC X(11).                     01130000
011400         10  FILLER                PIC X(02).                     01140000
011500         10  PR-FIELD-GROUP        PIC X(01).                     01150000
011600         10  FILLER                PIC X(02).                     01160000
011700         10  PR-NEW-VALUE          PIC X(30).                     01170000
011800         10  FILLER                PIC X(01).                     01180000
011900         10  PR-EFF-PERIOD         PIC X(08).                     01190000
012000         10  FILLER                PIC X(01).                     01200000
012100         10  PR-STATUS             PIC X(08).                     01210000
012200         10  FILLER                PIC X(01).                     01220000
012300         10  PR-ENTERED-BY         PIC X(08).                     01230000
012400         10  FILLER                PIC X(01).                     01240000
012500         10  PR-ENTERED-DATE       PIC X(06).                     01250000
012600         10  FILLER                PIC X(01).                     01260000
012700         10  PR-APPROVED-BY        PIC X(08).                     01270000
012800         10  FILLER                PIC X(01).                     01280000
012900         10  PR-APPROVED-DATE      PIC X(06).                     01290000
013000         10  FILLER                PIC X(01).                     01300000
013100         10  PR-NOTE               PIC X(19).                     01310000
013200                                                                  01320000
013300 01  WS-DATE.                                                     01330000
013400     10  YY                        PIC 9(02).                     01340000
013500     10  MM                        PIC 9(02).                     01350000
013600     10  DD                        PIC 9(02).                     01360000
013700                                                                  01370000
013800 01  WS-TIME.                                                     01380000
013900     10  HH                        PIC 9(02).                     01390000
014000     10  MN                        PIC 9(02).                     01400000
014100     10  SS                        PIC 9(02).                     01410000
014200     10  MS                        PIC 9(02).                     01420000
014300                                                                  01430000
014400 01  HEADING-1.                                                   01440000
014500     10  FILLER                    PIC X(02) VALUE SPACES.        01450000
014600     10  H-DATE.                                                  01460000
014700         15  H-MM                  PIC 9(02).                     01470000
014800         15  H-SLASH1              PIC X(01) VALUE '/'.           01480000
014900         15  H-DD                  PIC 9(02).                     01490000
015000         15  H-SLASH2              PIC X(01) VALUE '/'.           01500000
015100         15  H-YY                  PIC 9(02).                     01510000
015200     10  FILLER                    PIC X(03) VALUE SPACES.        01520000
015300     10  H-TIME.                                                  01530000
015400         15  H-HH                  PIC Z9.                        01540000
015500         15  H-COLON               PIC X(01) VALUE ':'.           01550000
015600         15  H-MN                  PIC 9(02).                     01560000
015700     10  FILLER                    PIC X(04) VALUE SPACES.        01570000
015800     10  FILLER                    PIC X(40) VALUE                01580000
015900         'PENDING EMPLOYEE MASTER CHANGES         '.              01590000
016000     10  FILLER                    PIC X(05) VALUE SPACES.        01600000
016100     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      01610000
016200     10  H-PAGE                    PIC Z(03).                     01620000
016300                                                                  01630000
016400 01  HEADING-2.                                                   01640000
016500     10  FILLER                    PIC X(40) VALUE                01650000
016600         ' CHG #   EMP#   LAST NAME    FG NEW VALU'.              01660000
016700     10  FILLER                    PIC X(40) VALUE                01670000
016800         'E                      EFFECTIVE STATUS '.              01680000
016900     10  FILLER                    PIC X(40) VALUE                01690000
017000         ' ENTERED BY      APPROVED BY     NOTE   '.              01700000
017100                                                                  01710000
017200 PROCEDURE DIVISION.                                              01720000
017300                                                                  01730000
017400 010-START-HERE.                                                  01740000
017500     OPEN INPUT PENDING-CHANGE-FILE                               01750000
017600     OPEN INPUT EMPLOYEE-MASTER-FILE                              01760000
017700     OPEN OUTPUT PRINT-FILE                                       01770000
017800     PERFORM 847-LOAD-PERIOD-CONTROL                              01780000
017900     PERFORM 100-READ-INPUT                                       01790000
018000     PERFORM 850-GET-DATE                                         01800000
018100     PERFORM 800-PRINT-HEADINGS                                   01810000
018200                                                                  01820000
018300     PERFORM 300-PROCESS-DATA                                     01830000
018400       UNTIL EOF-FLAG = "YES"                                     01840000
018500                                                                  01850000
018600     PERFORM 900-PRINT-FINAL-TOTALS                               01860000
018700     CLOSE PENDING-CHANGE-FILE                                    01870000
018800     CLOSE EMPLOYEE-MASTER-FILE                                   01880000
018900     CLOSE PRINT-FILE                                             01890000
019000     IF REC-COUNT <= 1                                            01900000
019100         MOVE 8 TO RETURN-CODE                                    01910000
019200     ELSE                                                         01920000
019300         IF EXC-COUNT > 0                                         01930000
019400             MOVE 4 TO RETURN-CODE                                01940000
019500         END-IF                                                   01950000
019600     END-IF                                                       01960000
019700     PERFORM 985-WRITE-AUDIT-LOG                                  01970000
019800     GOBACK.                                                      01980000
019900                                                                  01990000
020000 100-READ-INPUT.                                                  02000000
020100     READ PENDING-CHANGE-FILE                                     02010000
020200       AT END                                                     02020000
020300         MOVE "YES" TO EOF-FLAG                                   02030000
020400     END-READ                                                     02040000
020500     ADD 1 TO REC-COUNT.                                          02050000
020600                                                                  02060000
020700 300-PROCESS-DATA.                                                02070000
020800     IF PC-REC-TYPE = 'D'                                         02080000
020900         PERFORM 400-PRINT-CHANGE                                 02090000
021000     END-IF                                                       02100000
021100     PERFORM 100-READ-INPUT                                       02110000
021200     .                                                            02120000
021300                                                                  02130000
021400 400-PRINT-CHANGE.                                                02140000
021500     ADD 1 TO LISTED-COUNT                                        02150000
021600     MOVE PC-SEQ-NO TO PR-SEQ-NO                                  02160000
021700     MOVE PC-ID-NUMBER TO PR-ID-NUMBER                            02170000
021800     MOVE PC-FIELD-GROUP TO PR-FIELD-GROUP                        02180000
021900     MOVE PC-NEW-VALUE TO PR-NEW-VALUE                            02190000
022000     MOVE PC-ENTERED-BY TO PR-ENTERED-BY                          02200000
022100     MOVE PC-ENTERED-DATE TO PR-ENTERED-DATE                      02210000
022200     IF PC-APPROVED-BY NOT = SPACES                               02220000
022300         MOVE PC-APPROVED-BY TO PR-APPROVED-BY                    02230000
022400         MOVE PC-APPROVED-DATE TO PR-APPROVED-DATE                02240000
022500     END-IF                                                       02250000
022600     IF PC-EFF-PERIOD = SPACES                                    02260000
022700         MOVE 'ASAP' TO PR-EFF-PERIOD                             02270000
022800     ELSE                                                         02280000
022900         MOVE PC-EFF-PERIOD TO WS-EFF-PARTS                       02290000
023000         MOVE WS-EP-MM TO WS-FP-MM                                02300000
023100         MOVE WS-EP-DD TO WS-FP-DD                                02310000
023200         MOVE WS-EP-YY TO WS-FP-YY                                02320000
023300         MOVE WS-FMT-PERIOD TO PR-EFF-PERIOD                      02330000
023400     END-IF                                                       02340000
023500     MOVE PC-ID-NUMBER TO EMP-ID-NUMBER                           02350000
023600     READ EMPLOYEE-MASTER-FILE                                    02360000
023700       INVALID KEY                                                02370000
023800         MOVE SPACES TO PR-LAST-NAME                              02380000
023900         ADD 1 TO EXC-COUNT                                       02390000
024000         MOVE '** NOT ON EMPMSTR' TO PR-NOTE                      02400000
024100       NOT INVALID KEY                                            02410000
024200         MOVE EMP-LAST-NAME TO PR-LAST-NAME                       02420000
024300     END-READ                                                     02430000
024400     IF PC-STATUS = 'W'                                           02440000
024500         ADD 1 TO AWAIT-COUNT                                     02450000
024600         MOVE 'AWAITING' TO PR-STATUS                             02460000
024700         PERFORM 420-CHECK-OVERDUE                                02470000
024800     ELSE                                                         02480000
024900     IF PC-STATUS = 'R'                                           02490000
025000         ADD 1 TO RELEASED-COUNT                                  02500000
025100         MOVE 'RELEASED' TO PR-STATUS                             02510000
025200     ELSE                                                         02520000
025300         ADD 1 TO EXC-COUNT                                       02530000
025400         MOVE PC-STATUS TO PR-STATUS                              02540000
025500         MOVE '** UNKNOWN STATUS' TO PR-NOTE                      02550000
025600     END-IF                                                       02560000
025700     END-IF                                                       02570000
025800     PERFORM 700-PRINT-LINE                                       02580000
025900     .                                                            02590000
026000                                                                  02600000
026100 420-CHECK-OVERDUE.                                               02610000
026200     MOVE 0 TO WS-EFF-SUB                                         02620000
026300     IF PC-EFF-PERIOD = SPACES                                    02630000
026400         ADD 1 TO OVERDUE-COUNT                                   02640000
026500         MOVE '** APPROVAL OVERDUE' TO PR-NOTE                    02650000
026600     ELSE                                                         02660000
026700     IF PPC-COUNT > 0 AND PC-EFF-PERIOD NUMERIC                   02670000
026800         MOVE PC-EFF-PERIOD TO WS-EFF-DATE                        02680000
026900         MOVE 1 TO PPC-SUB                                        02690000
027000         PERFORM 425-EFF-PERIOD-SCAN                              02700000
027100           UNTIL WS-EFF-SUB > 0                                   02710000
027200           OR PPC-SUB > PPC-COUNT                                 02720000
027300         IF WS-EFF-SUB > 0                                        02730000
027400             IF PPC-T-STATUS (WS-EFF-SUB) = 'O'                   02740000
027500               OR PPC-T-STATUS (WS-EFF-SUB) = 'P'                 02750000
027600               OR PPC-T-STATUS (WS-EFF-SUB) = 'C'                 02760000
027700                 ADD 1 TO OVERDUE-COUNT                           02770000
027800                 MOVE '** APPROVAL OVERDUE' TO PR-NOTE            02780000
027900             END-IF                                               02790000
028000         END-IF                                                   02800000
028100     END-IF                                                       02810000
028200     END-IF                                                       02820000
028300     .                                                            02830000
028400                                                                  02840000
028500 425-EFF-PERIOD-SCAN.                                             02850000
028600     IF PPC-T-DATE (PPC-SUB) = WS-EFF-DATE                        02860000
028700         MOVE PPC-SUB TO WS-EFF-SUB                               02870000
028800     ELSE                                                         02880000
028900         ADD 1 TO PPC-SUB                                         02890000
029000     END-IF                                                       02900000
029100     .                                                            02910000
029200                                                                  02920000
029300 700-PRINT-LINE.                                                  02930000
029400     PERFORM 750-WRITE                                            02940000
029500     IF WS-LINE-COUNT > 50                                        02950000
029600         PERFORM 800-PRINT-HEADINGS                               02960000
029700     END-IF                                                       02970000
029800     .                                                            02980000
029900                                                                  02990000
030000 750-WRITE.                                                       03000000
030100     WRITE PRINT-REC FROM WS-PRINT-REC                            03010000
030200       AFTER ADVANCING WS-SPACING LINES                           03020000
030300     END-WRITE                                                    03030000
030400     ADD WS-SPACING TO WS-LINE-COUNT                              03040000
030500     MOVE 1 TO WS-SPACING                                         03050000
030600     MOVE SPACES TO WS-PRINT-REC                                  03060000
030700     .                                                            03070000
030800                                                                  03080000
030900 800-PRINT-HEADINGS.                                              03090000
031000     ADD 1 TO WS-PAGE                                             03100000
031100     MOVE WS-PAGE TO H-PAGE                                       03110000
031200     WRITE PRINT-REC FROM HEADING-1                               03120000
031300       AFTER ADVANCING PAGE                                       03130000
031400     END-WRITE                                                    03140000
031500     MOVE HEADING-2 TO WS-PRINT-REC                               03150000
031600     MOVE 2 TO WS-SPACING                                         03160000
031700     PERFORM 750-WRITE                                            03170000
031800     MOVE 2 TO WS-SPACING                                         03180000
031900     MOVE 0 TO WS-LINE-COUNT                                      03190000
032000     .                                                            03200000
032100                                                                  03210000
032200 847-LOAD-PERIOD-CONTROL.                                         03220000
032300     OPEN INPUT PERIOD-CONTROL-FILE                               03230000
032400     MOVE 'NO' TO PPC-EOF-FLAG                                    03240000
032500     MOVE 0 TO PPC-COUNT                                          03250000
032600     PERFORM UNTIL PPC-EOF-FLAG = 'YES'                           03260000
032700         READ PERIOD-CONTROL-FILE                                 03270000
032800           AT END                                                 03280000
032900             MOVE 'YES' TO PPC-EOF-FLAG                           03290000
033000           NOT AT END                                             03300000
033100             IF PPC-COUNT < 53                                    03310000
033200             ADD 1 TO PPC-COUNT                                   03320000
033300             MOVE PPC-PERIOD-END-DATE TO PPC-T-DATE (PPC-COUNT)   03330000
033400             MOVE PPC-STATUS TO PPC-T-STATUS (PPC-COUNT)          03340000
033500             END-IF                                               03350000
033600         END-READ                                                 03360000
033700     END-PERFORM                                                  03370000
033800     CLOSE PERIOD-CONTROL-FILE                                    03380000
033900     .                                                            03390000
034000                                                                  03400000
034100 850-GET-DATE.                                                    03410000
034200     ACCEPT WS-DATE FROM DATE                                     03420000
034300     MOVE MM TO H-MM                                              03430000
034400     MOVE DD TO H-DD                                              03440000
034500     MOVE YY TO H-YY                                              03450000
034600     ACCEPT WS-TIME FROM TIME                                     03460000
034700     MOVE HH TO H-HH                                              03470000
034800     MOVE MN TO H-MN                                              03480000
034900     .                                                            03490000
035000                                                                  03500000
035100 900-PRINT-FINAL-TOTALS.                                          03510000
035200     MOVE SPACES TO WS-PRINT-REC                                  03520000
035300     MOVE 2 TO WS-SPACING                                         03530000
035400     MOVE REC-COUNT TO WS-REC-COUNT-ED                            03540000
035500     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          03550000
035600     PERFORM 700-PRINT-LINE                                       03560000
035700     MOVE SPACES TO WS-PRINT-REC                                  03570000
035800     MOVE 'CHANGES PENDING:' TO TL-LABEL                          03580000
035900     MOVE LISTED-COUNT TO TL-COUNT                                03590000
036000     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03600000
036100     PERFORM 700-PRINT-LINE                                       03610000
036200     MOVE SPACES TO WS-PRINT-REC                                  03620000
036300     MOVE 'AWAITING APPROVAL:' TO TL-LABEL                        03630000
036400     MOVE AWAIT-COUNT TO TL-COUNT                                 03640000
036500     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03650000
036600     PERFORM 700-PRINT-LINE                                       03660000
036700     MOVE SPACES TO WS-PRINT-REC                                  03670000
036800     MOVE 'APPROVAL OVERDUE:' TO TL-LABEL                         03680000
036900     MOVE OVERDUE-COUNT TO TL-COUNT                               03690000
037000     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03700000
037100     PERFORM 700-PRINT-LINE                                       03710000
037200     MOVE SPACES TO WS-PRINT-REC                                  03720000
037300     MOVE 'RELEASED, WAITING PERIOD:' TO TL-LABEL                 03730000
037400     MOVE RELEASED-COUNT TO TL-COUNT                              03740000
037500     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03750000
037600     PERFORM 700-PRINT-LINE                                       03760000
037700     .                                                            03770000
037800                                                                  03780000
037900 985-WRITE-AUDIT-LOG.                                             03790000
038000     OPEN EXTEND AUDIT-FILE                                       03800000
038100     MOVE 'PENDRPT' TO AUD-PROGRAM                                03810000
038200     MOVE WS-DATE TO AUD-RUN-DATE                                 03820000
038300     MOVE WS-TIME TO AUD-RUN-TIME                                 03830000
038400     MOVE ZERO TO AUD-PERIOD-END                                  03840000
038500     MOVE REC-COUNT TO AUD-RECS-READ                              03850000
038600     MOVE ZERO TO AUD-RECS-WRITTEN                                03860000
038700     MOVE EXC-COUNT TO AUD-EXC-COUNT                              03870000
038800     MOVE RETURN-CODE TO AUD-RETURN-CODE                          03880000
038900     WRITE AUD-REC                                                03890000
039000     CLOSE AUDIT-FILE                                             03900000
039100     .                                                            03910000
