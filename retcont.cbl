000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    RETCONT.                                          00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    RETIREMENT PLAN CONTRIBUTION FILE, RUN AFTER DEDREG     *    00070000
000800*    AGAINST THE SAME PAY-FILE.  DEDREG SENDS THE PLAN ONE   *    00080000
000900*    LUMP SUM; THIS STEP WRITES THE RECORDKEEPER'S PER-      *    00090000
001000*    PARTICIPANT BREAKDOWN OF IT (RKCONTR LAYOUT):  AN 'H'   *    00100000
001100*    HEADER, ONE 'D' DETAIL PER NORMAL PAY RECORD WITH A     *    00110000
001200*    DEFERRAL, AND A 'T' TRAILER.  THE DEFERRAL IS           *    00120000
001300*    PAY-DED-RET AS LEFT BY RETLIMIT; THE EMPLOYER MATCH IS  *    00130000
001400*    FIGURED THE WAY EMPCOST FIGURES IT, PAY-DED-RET TIMES   *    00140000
001500*    THE ERCOST RETIREMENT MATCH RATE, ROUNDED.  LIKE        *    00150000
001600*    DEDREG, 'A' AND 'R' ADJUSTMENT RECORDS ARE LEFT OUT SO  *    00160000
001700*    THE FILE COVERS EXACTLY WHAT WAS REMITTED.  THE SSN     *    00170000
001800*    COMES FROM EMPMSTR, THE YTD DEFERRAL FROM RETYTD AND    *    00180000
001900*    THE PLAN NUMBER FROM THE RETCTL CARD.                   *    00190000
002000*    THE DEFERRAL TOTAL IS PROVED AGAINST THE 'RET '         *    00200000
002100*    REMITTANCE REQUEST DEDREG APPENDED TO REMITREQ FOR THE  *    00210000
002200*    PERIOD; A MISSING REQUEST OR A DIFFERENCE ENDS THE RUN  *    00220000
002300*    WITH RC 8 AND THE FILE MUST NOT BE SENT.                *    00230000
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
003700     SELECT PAY-FILE               ASSIGN TO MYINFILE.            00370000
003800     SELECT CONTRIBUTION-FILE      ASSIGN TO RETCONTF.            00380000
003900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00390000
004000     SELECT OPTIONAL RETIRE-CONTROL-FILE ASSIGN TO RETCTL.        00400000
004100     SELECT OPTIONAL ER-COST-CONTROL-FILE ASSIGN TO ERCOST.       00410000
004200     SELECT OPTIONAL REMIT-REQUEST-FILE ASSIGN TO REMITREQ.       00420000
004300     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00430000
004400         ORGANIZATION IS INDEXED                                  00440000
004500         ACCESS IS RANDOM                                         00450000
004600         RECORD KEY IS EMP-ID-NUMBER.                             00460000
004700     SELECT OPTIONAL RETIRE-YTD-FILE ASSIGN TO RETYTD             00470000
004800         ORGANIZATION IS INDEXED                                  00480000
004900         ACCESS IS RANDOM                                         00490000
005000         RECORD KEY IS RY-ID-NUMBER.                              00500000
005100     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00510000
005200                                                                  00520000
005300 DATA DIVISION.                                                   00530000
005400 FILE SECTION.                                                    00540000
005500                                                                  00550000
005600 FD  PAY-FILE                                                     00560000
005700     RECORDING MODE IS F.                                         00570000
005800 01  PAY-REC.                                                     00580000
005900     10  FILLER                    PIC X(102).                    00590000
006000                                                                  00600000
006100 FD  CONTRIBUTION-FILE                                            00610000
006200     RECORDING MODE IS F.                                         00620000
006300     COPY RKCONTR.                                                00630000
006400                                                                  00640000
006500 FD  PRINT-FILE                                                   00650000
006600     RECORDING MODE IS F.                                         00660000
006700 01  PRINT-REC.                                                   00670000
006800     10  FILLER                    PIC X(132).                    00680000
006900                                                                  00690000
007000 FD  RETIRE-CONTROL-FILE                                          00700000
007100     RECORDING MODE IS F.                                         00710000
007200     COPY RETCTL.                                                 00720000
007300                                                                  00730000
007400 FD  ER-COST-CONTROL-FILE                                         00740000
007500     RECORDING MODE IS F.                                         00750000
007600     COPY ERCOST.                                                 00760000
007700                                                                  00770000
007800 FD  REMIT-REQUEST-FILE                                           00780000
007900     RECORDING MODE IS F.                                         00790000
008000     COPY REMITREQ.                                               00800000
008100                                                                  00810000
008200 FD  EMPLOYEE-MASTER-FILE.                                        00820000
008300     COPY EMPMSTR.                                                00830000
008400                                                                  00840000
008500 FD  RETIRE-YTD-FILE.                                             00850000
008600     COPY RETYTD.                                                 00860000
008700                                                                  00870000
008800 FD  AUDIT-FILE                                                   00880000
008900     RECORDING MODE IS F.                                         00890000
009000     COPY AUDITLOG.                                               00900000
009100                                                                  00910000
009200 WORKING-STORAGE SECTION.                                         00920000
009300                                                                  00930000
009400 01  WS-COUNTERS-FLAGS.                                           00940000
009500     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00950000
009600     10  WS-SPACING                PIC 9(01) VALUE 2.             00960000
009700     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00970000
009800     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00980000
009900     10  WS-PAGE                   PIC 9(03) VALUE 0.             00990000
010000     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01000000
010100     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01010000
010200     10  RQ-EOF-FLAG               PIC X(03) VALUE "NO".          01020000
010300     10  RQ-FOUND-FLAG             PIC X(03) VALUE "NO".          01030000
010400     10  WS-PLAN-FLAG              PIC X(03) VALUE "NO".          01040000
010500     10  WS-BALANCED-FLAG          PIC X(03) VALUE "NO".          01050000
010600                                                                  01060000
010700 01  CONTRIBUTION-FIELDS.                                         01070000
010800     10  WS-PLAN-NUMBER            PIC X(06) VALUE SPACES.        01080000
010900     10  WS-RET-MATCH-RATE         PIC 9(01)V99 VALUE 1.00.       01090000
011000     10  WS-MATCH                  PIC 9(05)V99 VALUE 0.          01100000
011100     10  WS-REMIT-AMOUNT           PIC S9(07)V99 VALUE 0.         01110000
011200     10  WS-DIFFERENCE             PIC S9(09)V99 VALUE 0.         01120000
011300                                                                  01130000
011400 01  WS-PERIOD-BOUNDARY.                                          01140000
011500     10  WS-PER-BND-CC             PIC 9(02) VALUE 20.            01150000
011600     10  WS-PER-BND-YY             PIC 9(02) VALUE ZERO.          01160000
011700     10  WS-PER-BND-MM             PIC 9(02) VALUE ZERO.          01170000
011800     10  WS-PER-BND-DD             PIC 9(02) VALUE ZERO.          01180000
011900 01  WS-PERIOD-YYYYMMDD REDEFINES WS-PERIOD-BOUNDARY              01190000
012000                                   PIC 9(08).                     01200000
012100                                                                  01210000
012200 01  WS-PERIOD-END                 PIC 9(06) VALUE ZERO.          01220000
012300                                                                  01230000
012400 01  CONTRIBUTION-TOTALS.                                         01240000
012500     10  CT-COUNT                  PIC 9(07) VALUE ZERO.          01250000
012600     10  CT-DEFERRAL               PIC S9(09)V99 VALUE 0.         01260000
012700     10  CT-MATCH                  PIC S9(09)V99 VALUE 0.         01270000
012800                                                                  01280000
012900 01  WS-REC-COUNT-LINE.                                           01290000
013000     10  FILLER                    PIC X(14) VALUE                01300000
013100         'RECORDS READ: '.                                        01310000
013200     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01320000
013300                                                                  01330000
013400 01  WS-TOTAL-LINE.                                               01340000
013500     10  FILLER                    PIC X(01).                     01350000
013600     10  TL-LABEL                  PIC X(30).                     01360000
013700     10  TL-COUNT                  PIC ZZ,ZZ9.                    01370000
013800     10  FILLER                    PIC X(03).                     01380000
013900     10  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.           01390000
014000                                                                  01400000
014100     COPY PAYROLL.                                                01410000
014200                                                                  01420000
014300 01  WS-PRINT-REC                  VALUE SPACES.                  01430000
014400     05  PR-DETAIL.                                               01440000
014500         10  FILLER                PIC X(01).                     01450000
014600         10  PR-ID-NUMBER          PIC X(05).                     01460000
014700         10  FILLER                PIC X(02).                     01470000
014800         10  PR-LAST-NAME          PIC X(11).                     01480000
014900         10  FILLER                PIC X(01).                     01490000
015000         10  PR-FIRST-NAME         PIC X(11).                     01500000
015100         10  FILLER                PIC X(02).                     01510000
015200         10  PR-DEFERRAL           PIC ZZ,ZZ9.99.                 01520000
015300         10  FILLER                PIC X(02).                     01530000
015400         10  PR-MATCH              PIC ZZ,ZZ9.99.                 01540000
015500         10  FILLER                PIC X(02).                     01550000
015600         10  PR-YTD-DEFERRAL       PIC Z,ZZZ,ZZ9.99.              01560000
015700         10  FILLER                PIC X(02).                     01570000
015800         10  PR-NOTE               PIC X(24).                     01580000
015900     05  FILLER                    PIC X(39).                     01590000
016000                                                                  01600000
016100 01  WS-DATE.                                                     01610000
016200     10  YY                        PIC 9(02).                     01620000
016300     10  MM                        PIC 9(02).                     01630000
016400     10  DD                        PIC 9(02).                     01640000
016500                                                                  01650000
016600 01  WS-TIME.                                                     01660000
016700     10  HH                        PIC 9(02).                     01670000
016800     10  MN                        PIC 9(02).                     01680000
016900     10  SS                        PIC 9(02).                     01690000
017000     10  MS                        PIC 9(02).                     01700000
017100                                                                  01710000
017200 01  HEADING-1.                                                   01720000
017300     10  FILLER                    PIC X(02) VALUE SPACES.        01730000
017400     10  H-DATE.                                                  01740000
017500         15  H-MM                  PIC 9(02).                     01750000
017600         15  H-SLASH1              PIC X(01) VALUE '/'.           01760000
017700         15  H-DD                  PIC 9(02).                     01770000
017800         15  H-SLASH2              PIC X(01) VALUE '/'.           01780000
017900         15  H-YY                  PIC 9(02).                     01790000
018000     10  FILLER                    PIC X(03) VALUE SPACES.        01800000
018100     10  H-TIME.                                                  01810000
018200         15  H-HH                  PIC Z9.                        01820000
018300         15  H-COLON               PIC X(01) VALUE ':'.           01830000
018400         15  H-MN                  PIC 9(02).                     01840000
018500     10  FILLER                    PIC X(04) VALUE SPACES.        01850000
018600     10  FILLER                    PIC X(40) VALUE                01860000
018700         'RETIREMENT PLAN CONTRIBUTION FILE       '.              01870000
018800     10  FILLER                    PIC X(05) VALUE SPACES.        01880000
018900     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      01890000
019000     10  H-PAGE                    PIC Z(03).                     01900000
019100                                                                  01910000
019200 01  HEADING-2.                                                   01920000
019300     10  FILLER                    PIC X(40) VALUE                01930000
019400         ' EMP#   LAST NAME   FIRST NAME    DEFERR'.              01940000
019500     10  FILLER                    PIC X(40) VALUE                01950000
019600         'AL      MATCH   YTD DEFERRAL  NOTE      '.              01960000
019700                                                                  01970000
019800 PROCEDURE DIVISION.                                              01980000
019900                                                                  01990000
020000 010-START-HERE.                                                  02000000
020100     OPEN INPUT PAY-FILE                                          02010000
020200     OPEN OUTPUT CONTRIBUTION-FILE                                02020000
020300     OPEN OUTPUT PRINT-FILE                                       02030000
020400     PERFORM 843-LOAD-RETIRE-CONTROL                              02040000
020500     PERFORM 844-LOAD-ER-COST-RATES                               02050000
020600     OPEN INPUT EMPLOYEE-MASTER-FILE                              02060000
020700     OPEN INPUT RETIRE-YTD-FILE                                   02070000
020800     PERFORM 100-READ-INPUT                                       02080000
020900     PERFORM 850-GET-DATE                                         02090000
021000     PERFORM 800-PRINT-HEADINGS                                   02100000
021100     IF WS-PLAN-FLAG = "NO"                                       02110000
021200         MOVE '** NO RETCTL PLAN NUMBER - SENT BLANK' TO PR-DETAIL02120000
021300         PERFORM 700-PRINT-LINE                                   02130000
021400         ADD 1 TO EXC-COUNT                                       02140000
021500     END-IF                                                       02150000
021600     IF EOF-FLAG = "NO"                                           02160000
021700         PERFORM 200-WRITE-HEADER                                 02170000
021800     END-IF                                                       02180000
021900                                                                  02190000
022000     PERFORM 300-PROCESS-DATA                                     02200000
022100       UNTIL EOF-FLAG = "YES"                                     02210000
022200                                                                  02220000
022300     IF REC-COUNT > 1                                             02230000
022400         PERFORM 500-WRITE-TRAILER                                02240000
022500         PERFORM 600-PROVE-REMITTANCE                             02250000
022600     END-IF                                                       02260000
022700     PERFORM 900-PRINT-FINAL-TOTALS                               02270000
022800     CLOSE PAY-FILE                                               02280000
022900     CLOSE CONTRIBUTION-FILE                                      02290000
023000     CLOSE PRINT-FILE                                             02300000
023100     CLOSE EMPLOYEE-MASTER-FILE                                   02310000
023200     CLOSE RETIRE-YTD-FILE                                        02320000
023300     IF REC-COUNT <= 1 OR WS-BALANCED-FLAG = "NO"                 02330000
023400         MOVE 8 TO RETURN-CODE                                    02340000
023500     ELSE                                                         02350000
023600         IF EXC-COUNT > 0                                         02360000
023700             MOVE 4 TO RETURN-CODE                                02370000
023800         END-IF                                                   02380000
023900     END-IF                                                       02390000
024000     PERFORM 985-WRITE-AUDIT-LOG                                  02400000
024100     GOBACK.                                                      02410000
024200                                                                  02420000
024300 100-READ-INPUT.                                                  02430000
024400     READ PAY-FILE INTO WS-PAY-REC                                02440000
024500       AT END                                                     02450000
024600         MOVE "YES" TO EOF-FLAG                                   02460000
024700     END-READ                                                     02470000
024800     ADD 1 TO REC-COUNT.                                          02480000
024900                                                                  02490000
025000 200-WRITE-HEADER.                                                02500000
025100     MOVE PAY-PERIOD-END-DATE TO WS-PERIOD-END                    02510000
025200     MOVE PAY-PERIOD-END-YY TO WS-PER-BND-YY                      02520000
025300     MOVE PAY-PERIOD-END-MM TO WS-PER-BND-MM                      02530000
025400     MOVE PAY-PERIOD-END-DD TO WS-PER-BND-DD                      02540000
025500     MOVE SPACES TO RK-REC                                        02550000
025600     MOVE 'H' TO RK-REC-TYPE                                      02560000
025700     MOVE WS-PLAN-NUMBER TO RK-PLAN-NUMBER                        02570000
025800     MOVE WS-PERIOD-YYYYMMDD TO RK-H-PERIOD-END                   02580000
025900     MOVE WS-DATE TO RK-H-CREATE-DATE                             02590000
026000     WRITE RK-REC                                                 02600000
026100     ADD 1 TO WS-WRITE-COUNT                                      02610000
026200     .                                                            02620000
026300                                                                  02630000
026400 300-PROCESS-DATA.                                                02640000
026500     IF PAY-ADJ-IND = ' ' AND PAY-DED-RET > 0                     02650000
026600         PERFORM 400-WRITE-CONTRIBUTION                           02660000
026700     END-IF                                                       02670000
026800     PERFORM 100-READ-INPUT                                       02680000
026900     .                                                            02690000
027000                                                                  02700000
027100 400-WRITE-CONTRIBUTION.                                          02710000
027200     MULTIPLY PAY-DED-RET BY WS-RET-MATCH-RATE                    02720000
027300       GIVING WS-MATCH ROUNDED                                    02730000
027400     MOVE SPACES TO RK-REC                                        02740000
027500     MOVE 'D' TO RK-REC-TYPE                                      02750000
027600     MOVE WS-PLAN-NUMBER TO RK-PLAN-NUMBER                        02760000
027700     MOVE PAY-ID-NUMBER TO RK-ID-NUMBER                           02770000
027800     MOVE PAY-LAST-NAME TO RK-LAST-NAME                           02780000
027900     MOVE PAY-FIRST-NAME TO RK-FIRST-NAME                         02790000
028000     MOVE WS-PERIOD-YYYYMMDD TO RK-PERIOD-END                     02800000
028100     MOVE PAY-DED-RET TO RK-DEFERRAL                              02810000
028200     MOVE WS-MATCH TO RK-MATCH                                    02820000
028300     MOVE PAY-COMPANY TO RK-COMPANY                               02830000
028400     MOVE PAY-ID-NUMBER TO EMP-ID-NUMBER                          02840000
028500     READ EMPLOYEE-MASTER-FILE                                    02850000
028600       INVALID KEY                                                02860000
028700         MOVE ZERO TO RK-SSN                                      02870000
028800         MOVE '** NOT ON EMPMSTR - NO SSN' TO PR-NOTE             02880000
028900         ADD 1 TO EXC-COUNT                                       02890000
029000       NOT INVALID KEY                                            02900000
029100         MOVE EMP-SSN TO RK-SSN                                   02910000
029200     END-READ                                                     02920000
029300     MOVE PAY-ID-NUMBER TO RY-ID-NUMBER                           02930000
029400     READ RETIRE-YTD-FILE                                         02940000
029500       INVALID KEY                                                02950000
029600         MOVE PAY-DED-RET TO RK-YTD-DEFERRAL                      02960000
029700       NOT INVALID KEY                                            02970000
029800         IF RY-YEAR = PAY-PERIOD-END-YY                           02980000
029900             MOVE RY-YTD-DEFERRAL TO RK-YTD-DEFERRAL              02990000
030000         ELSE                                                     03000000
030100             MOVE PAY-DED-RET TO RK-YTD-DEFERRAL                  03010000
030200         END-IF                                                   03020000
030300     END-READ                                                     03030000
030400     WRITE RK-REC                                                 03040000
030500     ADD 1 TO WS-WRITE-COUNT                                      03050000
030600     ADD 1 TO CT-COUNT                                            03060000
030700     ADD PAY-DED-RET TO CT-DEFERRAL                               03070000
030800     ADD WS-MATCH TO CT-MATCH                                     03080000
030900     MOVE PAY-ID-NUMBER TO PR-ID-NUMBER                           03090000
031000     MOVE PAY-LAST-NAME TO PR-LAST-NAME                           03100000
031100     MOVE PAY-FIRST-NAME TO PR-FIRST-NAME                         03110000
031200     MOVE PAY-DED-RET TO PR-DEFERRAL                              03120000
031300     MOVE WS-MATCH TO PR-MATCH                                    03130000
031400     MOVE RK-YTD-DEFERRAL TO PR-YTD-DEFERRAL                      03140000
031500     PERFORM 700-PRINT-LINE                                       03150000
031600     .                                                            03160000
031700                                                                  03170000
031800 500-WRITE-TRAILER.                                               03180000
031900     MOVE SPACES TO RK-REC                                        03190000
032000     MOVE 'T' TO RK-REC-TYPE                                      03200000
032100     MOVE WS-PLAN-NUMBER TO RK-PLAN-NUMBER                        03210000
032200     MOVE CT-COUNT TO RK-T-COUNT                                  03220000
032300     MOVE CT-DEFERRAL TO RK-T-DEFERRAL                            03230000
032400     MOVE CT-MATCH TO RK-T-MATCH                                  03240000
032500     WRITE RK-REC                                                 03250000
032600     ADD 1 TO WS-WRITE-COUNT                                      03260000
032700     .                                                            03270000
032800                                                                  03280000
032900 600-PROVE-REMITTANCE.                                            03290000
033000     OPEN INPUT REMIT-REQUEST-FILE                                03300000
033100     MOVE "NO" TO RQ-EOF-FLAG                                     03310000
033200     MOVE "NO" TO RQ-FOUND-FLAG                                   03320000
033300     PERFORM 610-READ-REMIT-REQUEST                               03330000
033400       UNTIL RQ-EOF-FLAG = "YES"                                  03340000
033500     CLOSE REMIT-REQUEST-FILE                                     03350000
033600     SUBTRACT WS-REMIT-AMOUNT FROM CT-DEFERRAL                    03360000
033700       GIVING WS-DIFFERENCE                                       03370000
033800     IF RQ-FOUND-FLAG = "YES" AND WS-DIFFERENCE = 0               03380000
033900         MOVE "YES" TO WS-BALANCED-FLAG                           03390000
034000     END-IF                                                       03400000
034100     .                                                            03410000
034200                                                                  03420000
034300 610-READ-REMIT-REQUEST.                                          03430000
034400     READ REMIT-REQUEST-FILE                                      03440000
034500       AT END                                                     03450000
034600         MOVE "YES" TO RQ-EOF-FLAG                                03460000
034700       NOT AT END                                                 03470000
034800         IF RQ-SOURCE = 'RET '                                    03480000
034900           AND RQ-PERIOD-END = WS-PERIOD-END                      03490000
035000             MOVE "YES" TO RQ-FOUND-FLAG                          03500000
035100             MOVE RQ-AMOUNT TO WS-REMIT-AMOUNT                    03510000
035200         END-IF                                                   03520000
035300     END-READ                                                     03530000
035400     .                                                            03540000
035500                                                                  03550000
035600 700-PRINT-LINE.                                                  03560000
035700     PERFORM 750-WRITE                                            03570000
035800     IF WS-LINE-COUNT > 50                                        03580000
035900         PERFORM 800-PRINT-HEADINGS                               03590000
036000     END-IF                                                       03600000
036100     .                                                            03610000
036200                                                                  03620000
036300 750-WRITE.                                                       03630000
036400     WRITE PRINT-REC FROM WS-PRINT-REC                            03640000
036500       AFTER ADVANCING WS-SPACING LINES                           03650000
036600     END-WRITE                                                    03660000
036700     ADD WS-SPACING TO WS-LINE-COUNT                              03670000
036800     MOVE 1 TO WS-SPACING                                         03680000
036900     MOVE SPACES TO WS-PRINT-REC                                  03690000
037000     .                                                            03700000
037100                                                                  03710000
037200 800-PRINT-HEADINGS.                                              03720000
037300     ADD 1 TO WS-PAGE                                             03730000
037400     MOVE WS-PAGE TO H-PAGE                                       03740000
037500     WRITE PRINT-REC FROM HEADING-1                               03750000
037600       AFTER ADVANCING PAGE                                       03760000
037700     END-WRITE                                                    03770000
037800     MOVE HEADING-2 TO WS-PRINT-REC                               03780000
037900     MOVE 2 TO WS-SPACING                                         03790000
038000     PERFORM 750-WRITE                                            03800000
038100     MOVE 2 TO WS-SPACING                                         03810000
038200     MOVE 0 TO WS-LINE-COUNT                                      03820000
038300     .                                                            03830000
038400                                                                  03840000
038500 843-LOAD-RETIRE-CONTROL.                                         03850000
038600     OPEN INPUT RETIRE-CONTROL-FILE                               03860000
038700     READ RETIRE-CONTROL-FILE                                     03870000
038800       AT END                                                     03880000
038900         CONTINUE                                                 03890000
039000       NOT AT END                                                 03900000
039100         IF RL-PLAN-NUMBER NOT = SPACES                           03910000
039200             MOVE RL-PLAN-NUMBER TO WS-PLAN-NUMBER                03920000
039300             MOVE "YES" TO WS-PLAN-FLAG                           03930000
039400         END-IF                                                   03940000
039500     END-READ                                                     03950000
039600     CLOSE RETIRE-CONTROL-FILE                                    03960000
039700     .                                                            03970000
039800                                                                  03980000
039900 844-LOAD-ER-COST-RATES.                                          03990000
040000     OPEN INPUT ER-COST-CONTROL-FILE                              04000000
040100     READ ER-COST-CONTROL-FILE                                    04010000
040200       AT END                                                     04020000
040300         CONTINUE                                                 04030000
040400       NOT AT END                                                 04040000
040500         IF ERC-FICA-RATE NUMERIC                                 04050000
040600           AND ERC-UNEMP-RATE NUMERIC                             04060000
040700           AND ERC-RET-MATCH-RATE NUMERIC                         04070000
040800             MOVE ERC-RET-MATCH-RATE TO WS-RET-MATCH-RATE         04080000
040900         END-IF                                                   04090000
041000     END-READ                                                     04100000
041100     CLOSE ER-COST-CONTROL-FILE                                   04110000
041200     .                                                            04120000
041300                                                                  04130000
041400 850-GET-DATE.                                                    04140000
041500     ACCEPT WS-DATE FROM DATE                                     04150000
041600     MOVE MM TO H-MM                                              04160000
041700     MOVE DD TO H-DD                                              04170000
041800     MOVE YY TO H-YY                                              04180000
041900     ACCEPT WS-TIME FROM TIME                                     04190000
042000     MOVE HH TO H-HH                                              04200000
042100     MOVE MN TO H-MN                                              04210000
042200     .                                                            04220000
042300                                                                  04230000
042400 900-PRINT-FINAL-TOTALS.                                          04240000
042500     MOVE SPACES TO WS-PRINT-REC                                  04250000
042600     MOVE 2 TO WS-SPACING                                         04260000
042700     MOVE REC-COUNT TO WS-REC-COUNT-ED                            04270000
042800     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          04280000
042900     PERFORM 700-PRINT-LINE                                       04290000
043000     MOVE SPACES TO WS-TOTAL-LINE                                 04300000
043100     MOVE 'PARTICIPANT RECORDS WRITTEN:' TO TL-LABEL              04310000
043200     MOVE CT-COUNT TO TL-COUNT                                    04320000
043300     PERFORM 910-PRINT-TOTAL-LINE                                 04330000
043400     MOVE 'EMPLOYEE DEFERRALS:' TO TL-LABEL                       04340000
043500     MOVE CT-DEFERRAL TO TL-AMOUNT                                04350000
043600     PERFORM 910-PRINT-TOTAL-LINE                                 04360000
043700     MOVE 'EMPLOYER MATCH:' TO TL-LABEL                           04370000
043800     MOVE CT-MATCH TO TL-AMOUNT                                   04380000
043900     PERFORM 910-PRINT-TOTAL-LINE                                 04390000
044000     MOVE 'RET REMITTANCE REQUEST:' TO TL-LABEL                   04400000
044100     MOVE WS-REMIT-AMOUNT TO TL-AMOUNT                            04410000
044200     PERFORM 910-PRINT-TOTAL-LINE                                 04420000
044300     MOVE 'DIFFERENCE:' TO TL-LABEL                               04430000
044400     MOVE WS-DIFFERENCE TO TL-AMOUNT                              04440000
044500     PERFORM 910-PRINT-TOTAL-LINE                                 04450000
044600     MOVE 'EXCEPTIONS:' TO TL-LABEL                               04460000
044700     MOVE EXC-COUNT TO TL-COUNT                                   04470000
044800     PERFORM 910-PRINT-TOTAL-LINE                                 04480000
044900     MOVE 2 TO WS-SPACING                                         04490000
045000     IF REC-COUNT <= 1                                            04500000
045100         MOVE '** NO PAY RECORDS - NO FILE WRITTEN' TO PR-DETAIL  04510000
045200     ELSE                                                         04520000
045300     IF RQ-FOUND-FLAG = "NO"                                      04530000
045400         MOVE '** NO RET REMITTANCE REQUEST FOR THE PERIOD'       04540000
045500             TO PR-DETAIL                                         04550000
045600     ELSE                                                         04560000
045700     IF WS-BALANCED-FLAG = "NO"                                   04570000
045800         MOVE '** FILE OUT OF BALANCE TO REMITTANCE - DO NOT SEND'04580000
045900             TO PR-DETAIL                                         04590000
046000     ELSE                                                         04600000
046100         MOVE 'CONTRIBUTION FILE BALANCES TO THE RET REMITTANCE'  04610000
046200             TO PR-DETAIL                                         04620000
046300     END-IF                                                       04630000
046400     END-IF                                                       04640000
046500     END-IF                                                       04650000
046600     PERFORM 700-PRINT-LINE                                       04660000
046700     .                                                            04670000
046800                                                                  04680000
046900 910-PRINT-TOTAL-LINE.                                            04690000
047000     MOVE WS-TOTAL-LINE TO PR-DETAIL                              04700000
047100     PERFORM 700-PRINT-LINE                                       04710000
047200     MOVE SPACES TO WS-TOTAL-LINE                                 04720000
047300     .                                                            04730000
047400                                                                  04740000
047500 985-WRITE-AUDIT-LOG.                                             04750000
047600     OPEN EXTEND AUDIT-FILE                                       04760000
047700     MOVE 'RETCONT' TO AUD-PROGRAM                                04770000
047800     MOVE WS-DATE TO AUD-RUN-DATE                                 04780000
047900     MOVE WS-TIME TO AUD-RUN-TIME                                 04790000
048000     MOVE WS-PERIOD-END TO AUD-PERIOD-END                         04800000
048100     MOVE REC-COUNT TO AUD-RECS-READ                              04810000
048200     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      04820000
048300     MOVE EXC-COUNT TO AUD-EXC-COUNT                              04830000
048400     MOVE RETURN-CODE TO AUD-RETURN-CODE                          04840000
048500     WRITE AUD-REC                                                04850000
048600     CLOSE AUDIT-FILE                                             04860000
048700     .                                                            04870000
