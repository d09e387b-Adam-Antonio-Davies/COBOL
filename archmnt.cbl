000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    ARCHMNT.                                          00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    PAY DETAIL ARCHIVE MAINTENANCE AND RECORDS RETENTION.   *    00070000
000800*    PAYARCH IS KEPT INDEXED BY EMPLOYEE AND PERIOD END AND  *    00080000
000900*    HOLDS ONLY THE YEARS NOT YET SPLIT OFF.  THE ARCHCARD   *    00090000
001000*    NAMES THE YEAR TO SPLIT (YYYY), THE RETENTION PERIOD IN *    00100000
001100*    YEARS (DEFAULT 7) AND A YEAR TO MARK PURGED.  THE SPLIT *    00110000
001200*    YEAR MUST HAVE BEEN CLOSED BY YEAREND (ON YTDHIST, OR   *    00120000
001300*    OLDER THAN A YEAR THAT IS).  ITS RECORDS ARE WRITTEN TO *    00130000
001400*    THE ARCHGEN GENERATION FILE FOR THAT YEAR WITH A HEADER *    00140000
001500*    AND A CONTROL-TOTAL TRAILER, THE FILE IS READ BACK AND  *    00150000
001600*    PROVED, AND ONLY THEN ARE THE RECORDS DELETED FROM      *    00160000
001700*    PAYARCH AND THE YEAR ENTERED ON ARCHCTL.  ONE YEAR IS   *    00170000
001800*    SPLIT PER RUN, ONE GENERATION PER YEAR.  AN ARCHLOAD    *    00180000
001900*    FILE (THE OLD FLAT 102-BYTE PAYARCH) IS LOADED INTO AN  *    00190000
002000*    EMPTY PAYARCH FIRST, TO CONVERT THE MULTI-YEAR HISTORY. *    00200000
002100*    THE RETENTION REPORT LISTS EVERY YEAR ON PAYARCH OR     *    00210000
002200*    ARCHCTL WITH ITS CONTROL TOTALS AND THE YEAR IT MUST BE *    00220000
002300*    KEPT THROUGH; A GENERATION PAST THAT YEAR IS ELIGIBLE   *    00230000
002400*    FOR PURGE.  A PURGE YEAR THAT IS NOT ELIGIBLE, A LOAD   *    00240000
002500*    RECORD FOR A YEAR ALREADY SPLIT OFF, OR RECORDS STILL   *    00250000
002600*    ON PAYARCH FOR SUCH A YEAR SET RC 4.  A SPLIT YEAR NOT  *    00260000
002700*    CLOSED, ALREADY SPLIT OR EMPTY, A GENERATION THAT DOES  *    00270000
002800*    NOT PROVE, OR A LOAD INTO A NON-EMPTY PAYARCH REFUSES   *    00280000
002900*    THAT STEP WITH RC 8.                                    *    00290000
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
004300     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00430000
004400         ORGANIZATION IS INDEXED                                  00440000
004500         ACCESS IS DYNAMIC                                        00450000
004600         RECORD KEY IS AX-KEY.                                    00460000
004700     SELECT OPTIONAL ARCHIVE-LOAD-FILE ASSIGN TO ARCHLOAD.        00470000
004800     SELECT ARCHIVE-GEN-FILE       ASSIGN TO ARCHGEN.             00480000
004900     SELECT OPTIONAL ARCHIVE-CONTROL-FILE ASSIGN TO ARCHCTL.      00490000
005000     SELECT OPTIONAL ARCHIVE-CARD-FILE ASSIGN TO ARCHCARD.        00500000
005100     SELECT OPTIONAL YTD-HISTORY-FILE ASSIGN TO YTDHIST.          00510000
005200     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00520000
005300     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00530000
005400                                                                  00540000
005500 DATA DIVISION.                                                   00550000
005600 FILE SECTION.                                                    00560000
005700                                                                  00570000
005800 FD  PAY-ARCHIVE-FILE.                                            00580000
005900     COPY ARCHIDX.                                                00590000
006000                                                                  00600000
006100 FD  ARCHIVE-LOAD-FILE                                            00610000
006200     RECORDING MODE IS F.                                         00620000
006300 01  LOAD-REC.                                                    00630000
006400     10  FILLER                    PIC X(102).                    00640000
006500                                                                  00650000
006600 FD  ARCHIVE-GEN-FILE                                             00660000
006700     RECORDING MODE IS F.                                         00670000
006800     COPY ARCHGEN.                                                00680000
006900                                                                  00690000
007000 FD  ARCHIVE-CONTROL-FILE                                         00700000
007100     RECORDING MODE IS F.                                         00710000
007200     COPY ARCHCTL.                                                00720000
007300                                                                  00730000
007400 FD  ARCHIVE-CARD-FILE                                            00740000
007500     RECORDING MODE IS F.                                         00750000
007600 01  AR-CARD-REC.                                                 00760000
007700     10  AR-SPLIT-YEAR             PIC 9(04).                     00770000
007800     10  AR-RETAIN-YEARS           PIC 9(02).                     00780000
007900     10  AR-PURGE-YEAR             PIC 9(04).                     00790000
008000                                                                  00800000
008100 FD  YTD-HISTORY-FILE                                             00810000
008200     RECORDING MODE IS F.                                         00820000
008300     COPY YTDHIST.                                                00830000
008400                                                                  00840000
008500 FD  PRINT-FILE                                                   00850000
008600     RECORDING MODE IS F.                                         00860000
008700 01  PRINT-REC.                                                   00870000
008800     10  FILLER                    PIC X(132).                    00880000
008900                                                                  00890000
009000 FD  AUDIT-FILE                                                   00900000
009100     RECORDING MODE IS F.                                         00910000
009200     COPY AUDITLOG.                                               00920000
009300                                                                  00930000
009400 WORKING-STORAGE SECTION.                                         00940000
009500                                                                  00950000
009600 01  WS-COUNTERS-FLAGS.                                           00960000
009700     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00970000
009800     10  LOAD-EOF-FLAG             PIC X(03) VALUE "NO".          00980000
009900     10  GEN-EOF-FLAG              PIC X(03) VALUE "NO".          00990000
010000     10  HIST-EOF-FLAG             PIC X(03) VALUE "NO".          01000000
010100     10  AY-EOF-FLAG               PIC X(03) VALUE "NO".          01010000
010200     10  WS-SPACING                PIC 9(01) VALUE 2.             01020000
010300     10  REC-COUNT                 PIC 9(07) VALUE ZERO.          01030000
010400     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01040000
010500     10  WS-PAGE                   PIC 9(03) VALUE 0.             01050000
010600     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01060000
010700     10  LOAD-COUNT                PIC 9(07) VALUE ZERO.          01070000
010800     10  LOAD-READ-COUNT           PIC 9(07) VALUE ZERO.          01080000
010900     10  LOAD-REJECT-COUNT         PIC 9(07) VALUE ZERO.          01090000
011000     10  WRITE-FAIL-COUNT          PIC 9(05) VALUE ZERO.          01100000
011100     10  DELETE-COUNT              PIC 9(07) VALUE ZERO.          01110000
011200     10  STRAY-COUNT               PIC 9(07) VALUE ZERO.          01120000
011300     10  ELIGIBLE-COUNT            PIC 9(03) VALUE ZERO.          01130000
011400     10  WS-YEAR-CLOSED-FLAG       PIC X(03) VALUE "NO".          01140000
011500     10  WS-SPLIT-OK-FLAG          PIC X(03) VALUE "NO".          01150000
011600     10  WS-GEN-PROVED-FLAG        PIC X(03) VALUE "NO".          01160000
011700     10  WS-AX-WRITTEN-FLAG        PIC X(03) VALUE "NO".          01170000
011800                                                                  01180000
011900 01  ARCHIVE-CARD-FIELDS.                                         01190000
012000     10  WS-SPLIT-YEAR             PIC 9(04) VALUE ZERO.          01200000
012100     10  WS-RETAIN-YEARS           PIC 9(02) VALUE 7.             01210000
012200     10  WS-PURGE-YEAR             PIC 9(04) VALUE ZERO.          01220000
012300     10  WS-RUN-YEAR               PIC 9(04) VALUE ZERO.          01230000
012400     10  WS-KEEP-THRU              PIC 9(04) VALUE ZERO.          01240000
012500     10  WS-REC-YEAR               PIC 9(04) VALUE ZERO.          01250000
012600                                                                  01260000
012700 01  WS-RUN-YYYYMMDD.                                             01270000
012800     10  WS-RUN-CC                 PIC 9(02) VALUE 20.            01280000
012900     10  WS-RUN-YY                 PIC 9(02).                     01290000
013000     10  WS-RUN-MM                 PIC 9(02).                     01300000
013100     10  WS-RUN-DD                 PIC 9(02).                     01310000
013200 01  WS-RUN-DATE REDEFINES WS-RUN-YYYYMMDD                        01320000
013300                                   PIC 9(08).                     01330000
013400                                                                  01340000
013500 01  WS-KEY-YYMMDD.                                               01350000
013600     10  WS-KEY-YY                 PIC 9(02).                     01360000
013700     10  WS-KEY-MM                 PIC 9(02).                     01370000
013800     10  WS-KEY-DD                 PIC 9(02).                     01380000
013900 01  WS-KEY-YMD REDEFINES WS-KEY-YYMMDD                           01390000
014000                                   PIC 9(06).                     01400000
014100                                                                  01410000
014200 01  SPLIT-TOTALS.                                                01420000
014300     10  SP-REC-COUNT              PIC 9(07) VALUE ZERO.          01430000
014400     10  SP-HOURS                  PIC 9(07)V9 VALUE ZERO.        01440000
014500     10  SP-RATE-TOTAL             PIC 9(09)V99 VALUE ZERO.       01450000
014600     10  SP-DEDS-TOTAL             PIC 9(09)V99 VALUE ZERO.       01460000
014700                                                                  01470000
014800 01  PROOF-TOTALS.                                                01480000
014900     10  PF-REC-COUNT              PIC 9(07) VALUE ZERO.          01490000
015000     10  PF-HOURS                  PIC 9(07)V9 VALUE ZERO.        01500000
015100     10  PF-RATE-TOTAL             PIC 9(09)V99 VALUE ZERO.       01510000
015200     10  PF-DEDS-TOTAL             PIC 9(09)V99 VALUE ZERO.       01520000
015300     10  PF-HEADER-YEAR            PIC 9(04) VALUE ZERO.          01530000
015400     10  PF-TRAILER-FLAG           PIC X(03) VALUE "NO".          01540000
015500     10  PF-TRL-REC-COUNT          PIC 9(07) VALUE ZERO.          01550000
015600     10  PF-TRL-HOURS              PIC 9(07)V9 VALUE ZERO.        01560000
015700     10  PF-TRL-RATE-TOTAL         PIC 9(09)V99 VALUE ZERO.       01570000
015800     10  PF-TRL-DEDS-TOTAL         PIC 9(09)V99 VALUE ZERO.       01580000
015900                                                                  01590000
016000 01  ARCHIVE-YEAR-TABLE.                                          01600000
016100     10  YT-COUNT                  PIC 9(03) VALUE ZERO.          01610000
016200     10  YT-ITEM                   OCCURS 50 TIMES.               01620000
016300         15  YT-YEAR               PIC 9(04).                     01630000
016400         15  YT-STATUS             PIC X(01).                     01640000
016500         15  YT-REC-COUNT          PIC 9(07).                     01650000
016600         15  YT-HOURS              PIC 9(07)V9.                   01660000
016700         15  YT-RATE-TOTAL         PIC 9(09)V99.                  01670000
016800         15  YT-DEDS-TOTAL         PIC 9(09)V99.                  01680000
016900         15  YT-ARCHIVED-DATE      PIC 9(08).                     01690000
017000         15  YT-PURGED-DATE        PIC 9(08).                     01700000
017100         15  YT-STRAY-COUNT        PIC 9(07).                     01710000
017200                                                                  01720000
017300 01  YT-SUB                        PIC 9(03) VALUE ZERO.          01730000
017400 01  YT-PICKED                     PIC 9(03) VALUE ZERO.          01740000
017500 01  YT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01750000
017600                                                                  01760000
017700 01  SORT-FIELDS.                                                 01770000
017800     10  SRT-I                     PIC 9(03) VALUE ZERO.          01780000
017900     10  SRT-J                     PIC 9(03) VALUE ZERO.          01790000
018000     10  SRT-MIN                   PIC 9(03) VALUE ZERO.          01800000
018100 01  WS-YT-HOLD                    PIC X(65).                     01810000
018200                                                                  01820000
018300 01  WS-TOTAL-LINE.                                               01830000
018400     10  FILLER                    PIC X(01).                     01840000
018500     10  TL-LABEL                  PIC X(30).                     01850000
018600     10  TL-COUNT                  PIC Z,ZZZ,ZZ9.                 01860000
018700                                                                  01870000
018800     COPY PAYROLL.                                                01880000
018900                                                                  01890000
019000 01  WS-PRINT-REC                  VALUE SPACES.                  01900000
019100     05  PR-DETAIL.                                               01910000
019200         10  FILLER                PIC X(01).                     01920000
019300         10  PR-YEAR               PIC 9(04).                     01930000
019400         10  FILLER                PIC X(02).                     01940000
019500         10  PR-WHERE              PIC X(10).                     01950000
019600         10  FILLER                PIC X(01).                     01960000
019700         10  PR-RECORDS            PIC ZZ,ZZZ,ZZ9.                01970000
019800         10  FILLER                PIC X(01).                     01980000
019900         10  PR-HOURS              PIC Z,ZZZ,ZZ9.9.               01990000
020000         10  FILLER                PIC X(01).                     02000000
020100         10  PR-RATE-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.            02010000
020200         10  FILLER                PIC X(01).                     02020000
020300         10  PR-DEDS-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.            02030000
020400         10  FILLER                PIC X(02).                     02040000
020500         10  PR-ARCHIVED           PIC 9999/99/99 BLANK WHEN ZERO.02050000
020600         10  FILLER                PIC X(02).                     02060000
020700         10  PR-PURGED             PIC 9999/99/99 BLANK WHEN ZERO.02070000
020800         10  FILLER                PIC X(02).                     02080000
020900         10  PR-KEEP-THRU          PIC 9(04) BLANK WHEN ZERO.     02090000
021000         10  FILLER                PIC X(02).                     02100000
021100         10  PR-NOTE               PIC X(30).                     02110000
021200                                                                  02120000
021300 01  WS-DATE.                                                     02130000
021400     10  YY                        PIC 9(02).                     02140000
021500     10  MM                        PIC 9(02).                     02150000
021600     10  DD                        PIC 9(02).                     02160000
021700                                                                  02170000
021800 01  WS-TIME.                                                     02180000
021900     10  HH                        PIC 9(02).                     02190000
022000     10  MN                        PIC 9(02).                     02200000
022100     10  SS                        PIC 9(02).                     02210000
022200     10  MS                        PIC 9(02).                     02220000
022300                                                                  02230000
022400 01  HEADING-1.                                                   02240000
022500     10  FILLER                    PIC X(02) VALUE SPACES.        02250000
022600     10  H-DATE.                                                  02260000
022700         15  H-MM                  PIC 9(02).                     02270000
022800         15  H-SLASH1              PIC X(01) VALUE '/'.           02280000
022900         15  H-DD                  PIC 9(02).                     02290000
023000         15  H-SLASH2              PIC X(01) VALUE '/'.           02300000
023100         15  H-YY                  PIC 9(02).                     02310000
023200     10  FILLER                    PIC X(03) VALUE SPACES.        02320000
023300     10  H-TIME.                                                  02330000
023400         15  H-HH                  PIC Z9.                        02340000
023500         15  H-COLON               PIC X(01) VALUE ':'.           02350000
023600         15  H-MN                  PIC 9(02).                     02360000
023700     10  FILLER                    PIC X(02) VALUE SPACES.        02370000
023800     10  FILLER                    PIC X(40) VALUE                02380000
023900         'PAY ARCHIVE MAINTENANCE AND RETENTION   '.              02390000
024000     10  FILLER                    PIC X(12) VALUE                02400000
024100         'SPLIT YEAR: '.                                          02410000
024200     10  H-SPLIT-YEAR              PIC 9(04) BLANK WHEN ZERO.     02420000
024300     10  FILLER                    PIC X(04) VALUE SPACES.        02430000
024400     10  FILLER                    PIC X(11) VALUE                02440000
024500         'RETENTION: '.                                           02450000
024600     10  H-RETAIN-YEARS            PIC Z9.                        02460000
024700     10  FILLER                    PIC X(06) VALUE ' YEARS'.      02470000
024800     10  FILLER                    PIC X(04) VALUE SPACES.        02480000
024900     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      02490000
025000     10  H-PAGE                    PIC Z(03).                     02500000
025100                                                                  02510000
025200 01  HEADING-2.                                                   02520000
025300     10  FILLER                    PIC X(40) VALUE                02530000
025400         ' YEAR  HELD ON       RECORDS       HOURS'.              02540000
025500     10  FILLER                    PIC X(40) VALUE                02550000
025600         '    RATE TOTAL    DEDUCTIONS    ARCHIVED'.              02560000
025700     10  FILLER                    PIC X(40) VALUE                02570000
025800         '    PURGED      KEEP  RETENTION         '.              02580000
025900     10  FILLER                    PIC X(12) VALUE SPACES.        02590000
026000                                                                  02600000
026100 PROCEDURE DIVISION.                                              02610000
026200                                                                  02620000
026300 010-START-HERE.                                                  02630000
026400     OPEN OUTPUT PRINT-FILE                                       02640000
026500     PERFORM 830-READ-ARCHIVE-CARD                                02650000
026600     PERFORM 850-GET-DATE                                         02660000
026700     PERFORM 800-PRINT-HEADINGS                                   02670000
026800     PERFORM 840-LOAD-ARCHIVE-CONTROL                             02680000
026900     IF YT-DROPPED-COUNT > 0                                      02690000
027000         MOVE 'ARCHCTL OVER 50 YEARS - RUN REFUSED' TO PR-DETAIL  02700000
027100         PERFORM 700-PRINT-LINE                                   02710000
027200         MOVE 8 TO RETURN-CODE                                    02720000
027300     ELSE                                                         02730000
027400         PERFORM 200-LOAD-OLD-ARCHIVE                             02740000
027500         IF WS-SPLIT-YEAR > 0                                     02750000
027600             PERFORM 835-CHECK-SPLIT-YEAR                         02760000
027700         END-IF                                                   02770000
027800         PERFORM 300-SCAN-ARCHIVE                                 02780000
027900         IF WS-SPLIT-OK-FLAG = "YES"                              02790000
028000             PERFORM 400-PROVE-GENERATION                         02800000
028100             IF WS-GEN-PROVED-FLAG = "YES"                        02810000
028200                 PERFORM 450-DELETE-SPLIT-YEAR                    02820000
028300             END-IF                                               02830000
028400         END-IF                                                   02840000
028500         IF YT-DROPPED-COUNT > 0                                  02850000
028600             MOVE 'PAYARCH OVER 50 YEARS - NOT ALL REPORTED'      02860000
028700                 TO PR-DETAIL                                     02870000
028800             PERFORM 700-PRINT-LINE                               02880000
028900             MOVE 8 TO RETURN-CODE                                02890000
029000         END-IF                                                   02900000
029100         IF WS-PURGE-YEAR > 0                                     02910000
029200             PERFORM 500-MARK-PURGED                              02920000
029300         END-IF                                                   02930000
029400         PERFORM 580-SORT-TABLE                                   02940000
029500         PERFORM 600-PRINT-RETENTION                              02950000
029600         PERFORM 900-PRINT-FINAL-TOTALS                           02960000
029700         PERFORM 980-REWRITE-ARCHIVE-CONTROL                      02970000
029800         IF RETURN-CODE = 0 AND EXC-COUNT > 0                     02980000
029900             MOVE 4 TO RETURN-CODE                                02990000
030000         END-IF                                                   03000000
030100     END-IF                                                       03010000
030200     CLOSE PRINT-FILE                                             03020000
030300     PERFORM 985-WRITE-AUDIT-LOG                                  03030000
030400     GOBACK.                                                      03040000
030500                                                                  03050000
030600 100-READ-ARCHIVE.                                                03060000
030700     READ PAY-ARCHIVE-FILE NEXT RECORD                            03070000
030800       AT END                                                     03080000
030900         MOVE "YES" TO EOF-FLAG                                   03090000
031000     END-READ                                                     03100000
031100     ADD 1 TO REC-COUNT.                                          03110000
031200                                                                  03120000
031300 110-READ-LOAD.                                                   03130000
031400     READ ARCHIVE-LOAD-FILE INTO WS-PAY-REC                       03140000
031500       AT END                                                     03150000
031600         MOVE "YES" TO LOAD-EOF-FLAG                              03160000
031700     END-READ                                                     03170000
031800     ADD 1 TO LOAD-READ-COUNT.                                    03180000
031900                                                                  03190000
032000*    CONVERSION LOAD OF THE OLD FLAT ARCHIVE.  ONLY INTO AN       03200000
032100*    EMPTY PAYARCH, SO A RERUN CANNOT LOAD IT TWICE.              03210000
032200 200-LOAD-OLD-ARCHIVE.                                            03220000
032300     OPEN INPUT ARCHIVE-LOAD-FILE                                 03230000
032400     PERFORM 110-READ-LOAD                                        03240000
032500     IF LOAD-EOF-FLAG = "NO"                                      03250000
032600         OPEN INPUT PAY-ARCHIVE-FILE                              03260000
032700         MOVE "NO" TO EOF-FLAG                                    03270000
032800         READ PAY-ARCHIVE-FILE NEXT RECORD                        03280000
032900           AT END                                                 03290000
033000             MOVE "YES" TO EOF-FLAG                               03300000
033100         END-READ                                                 03310000
033200         CLOSE PAY-ARCHIVE-FILE                                   03320000
033300         IF EOF-FLAG = "NO"                                       03330000
033400             MOVE 'PAYARCH NOT EMPTY - ARCHLOAD REFUSED'          03340000
033500                 TO PR-DETAIL                                     03350000
033600             PERFORM 700-PRINT-LINE                               03360000
033700             MOVE 8 TO RETURN-CODE                                03370000
033800         ELSE                                                     03380000
033900             OPEN I-O PAY-ARCHIVE-FILE                            03390000
034000             PERFORM 210-LOAD-RECORD                              03400000
034100               UNTIL LOAD-EOF-FLAG = "YES"                        03410000
034200             CLOSE PAY-ARCHIVE-FILE                               03420000
034300         END-IF                                                   03430000
034400     END-IF                                                       03440000
034500     CLOSE ARCHIVE-LOAD-FILE                                      03450000
034600     .                                                            03460000
034700                                                                  03470000
034800 210-LOAD-RECORD.                                                 03480000
034900     MOVE 2000 TO WS-REC-YEAR                                     03490000
035000     ADD PAY-PERIOD-END-YY TO WS-REC-YEAR                         03500000
035100     PERFORM 490-FIND-YEAR                                        03510000
035200     IF YT-PICKED > 0                                             03520000
035300       AND YT-STATUS (YT-PICKED) NOT = ' '                        03530000
035400         ADD 1 TO LOAD-REJECT-COUNT                               03540000
035500         ADD 1 TO EXC-COUNT                                       03550000
035600     ELSE                                                         03560000
035700         PERFORM 250-WRITE-ARCHIVE                                03570000
035800         IF WS-AX-WRITTEN-FLAG = "YES"                            03580000
035900             ADD 1 TO LOAD-COUNT                                  03590000
036000         END-IF                                                   03600000
036100     END-IF                                                       03610000
036200     PERFORM 110-READ-LOAD                                        03620000
036300     .                                                            03630000
036400                                                                  03640000
036500 250-WRITE-ARCHIVE.                                               03650000
036600     MOVE PAY-ID-NUMBER TO AX-ID-NUMBER                           03660000
036700     MOVE PAY-PERIOD-END-YY TO WS-KEY-YY                          03670000
036800     MOVE PAY-PERIOD-END-MM TO WS-KEY-MM                          03680000
036900     MOVE PAY-PERIOD-END-DD TO WS-KEY-DD                          03690000
037000     MOVE WS-KEY-YMD TO AX-PERIOD-YMD                             03700000
037100     MOVE 0 TO AX-SEQ                                             03710000
037200     MOVE WS-PAY-REC TO AX-PAY-DATA                               03720000
037300     MOVE "NO" TO WS-AX-WRITTEN-FLAG                              03730000
037400     PERFORM 255-WRITE-NEXT-SEQ                                   03740000
037500       UNTIL WS-AX-WRITTEN-FLAG = "YES"                           03750000
037600       OR AX-SEQ = 999                                            03760000
037700     IF WS-AX-WRITTEN-FLAG = "NO"                                 03770000
037800         ADD 1 TO WRITE-FAIL-COUNT                                03780000
037900         ADD 1 TO EXC-COUNT                                       03790000
038000     END-IF                                                       03800000
038100     .                                                            03810000
038200                                                                  03820000
038300 255-WRITE-NEXT-SEQ.                                              03830000
038400     ADD 1 TO AX-SEQ                                              03840000
038500     WRITE AX-REC                                                 03850000
038600       INVALID KEY                                                03860000
038700         MOVE "NO" TO WS-AX-WRITTEN-FLAG                          03870000
038800       NOT INVALID KEY                                            03880000
038900         MOVE "YES" TO WS-AX-WRITTEN-FLAG                         03890000
039000     END-WRITE                                                    03900000
039100     .                                                            03910000
039200                                                                  03920000
039300*    ONE PASS OF PAYARCH:  COUNTS EVERY YEAR STILL ON IT FOR      03930000
039400*    THE RETENTION REPORT AND WRITES THE SPLIT YEAR'S             03940000
039500*    GENERATION.                                                  03950000
039600 300-SCAN-ARCHIVE.                                                03960000
039700     OPEN INPUT PAY-ARCHIVE-FILE                                  03970000
039800     IF WS-SPLIT-OK-FLAG = "YES"                                  03980000
039900         OPEN OUTPUT ARCHIVE-GEN-FILE                             03990000
040000         PERFORM 330-WRITE-GEN-HEADER                             04000000
040100     END-IF                                                       04010000
040200     MOVE "NO" TO EOF-FLAG                                        04020000
040300     PERFORM 100-READ-ARCHIVE                                     04030000
040400     PERFORM 310-SCAN-RECORD                                      04040000
040500       UNTIL EOF-FLAG = "YES"                                     04050000
040600     IF WS-SPLIT-OK-FLAG = "YES"                                  04060000
040700         PERFORM 340-WRITE-GEN-TRAILER                            04070000
040800         CLOSE ARCHIVE-GEN-FILE                                   04080000
040900         IF SP-REC-COUNT = 0                                      04090000
041000             MOVE 'SPLIT YEAR NOT ON PAYARCH - REFUSED'           04100000
041100                 TO PR-DETAIL                                     04110000
041200             PERFORM 700-PRINT-LINE                               04120000
041300             MOVE 8 TO RETURN-CODE                                04130000
041400             MOVE "NO" TO WS-SPLIT-OK-FLAG                        04140000
041500         END-IF                                                   04150000
041600     END-IF                                                       04160000
041700     CLOSE PAY-ARCHIVE-FILE                                       04170000
041800     .                                                            04180000
041900                                                                  04190000
042000 310-SCAN-RECORD.                                                 04200000
042100     MOVE AX-PAY-DATA TO WS-PAY-REC                               04210000
042200     PERFORM 480-SET-KEY-YEAR                                     04220000
042300     PERFORM 490-FIND-YEAR                                        04230000
042400     IF YT-PICKED > 0                                             04240000
042500         IF YT-STATUS (YT-PICKED) = ' '                           04250000
042600             ADD 1 TO YT-REC-COUNT (YT-PICKED)                    04260000
042700             ADD PAY-HOURS-WORKED TO YT-HOURS (YT-PICKED)         04270000
042800             ADD PAY-EMP-RATE TO YT-RATE-TOTAL (YT-PICKED)        04280000
042900             ADD PAY-EMP-DEDS TO YT-DEDS-TOTAL (YT-PICKED)        04290000
043000         ELSE                                                     04300000
043100             ADD 1 TO YT-STRAY-COUNT (YT-PICKED)                  04310000
043200         END-IF                                                   04320000
043300     END-IF                                                       04330000
043400     IF WS-SPLIT-OK-FLAG = "YES"                                  04340000
043500       AND WS-REC-YEAR = WS-SPLIT-YEAR                            04350000
043600         PERFORM 320-WRITE-GEN-DETAIL                             04360000
043700     END-IF                                                       04370000
043800     PERFORM 100-READ-ARCHIVE                                     04380000
043900     .                                                            04390000
044000                                                                  04400000
044100 320-WRITE-GEN-DETAIL.                                            04410000
044200     MOVE SPACES TO AG-REC                                        04420000
044300     MOVE 'D' TO AG-REC-TYPE                                      04430000
044400     MOVE WS-SPLIT-YEAR TO AG-YEAR                                04440000
044500     MOVE AX-PAY-DATA TO AG-PAY-DATA                              04450000
044600     WRITE AG-REC                                                 04460000
044700     ADD 1 TO SP-REC-COUNT                                        04470000
044800     ADD PAY-HOURS-WORKED TO SP-HOURS                             04480000
044900     ADD PAY-EMP-RATE TO SP-RATE-TOTAL                            04490000
045000     ADD PAY-EMP-DEDS TO SP-DEDS-TOTAL                            04500000
045100     .                                                            04510000
045200                                                                  04520000
045300 330-WRITE-GEN-HEADER.                                            04530000
045400     MOVE SPACES TO AG-REC                                        04540000
045500     MOVE 'H' TO AG-REC-TYPE                                      04550000
045600     MOVE WS-SPLIT-YEAR TO AG-YEAR                                04560000
045700     MOVE ZERO TO AG-CTL-REC-COUNT                                04570000
045800     MOVE ZERO TO AG-CTL-HOURS                                    04580000
045900     MOVE ZERO TO AG-CTL-RATE-TOTAL                               04590000
046000     MOVE ZERO TO AG-CTL-DEDS-TOTAL                               04600000
046100     MOVE WS-RUN-DATE TO AG-CTL-CREATED                           04610000
046200     WRITE AG-REC                                                 04620000
046300     .                                                            04630000
046400                                                                  04640000
046500 340-WRITE-GEN-TRAILER.                                           04650000
046600     MOVE SPACES TO AG-REC                                        04660000
046700     MOVE 'T' TO AG-REC-TYPE                                      04670000
046800     MOVE WS-SPLIT-YEAR TO AG-YEAR                                04680000
046900     MOVE SP-REC-COUNT TO AG-CTL-REC-COUNT                        04690000
047000     MOVE SP-HOURS TO AG-CTL-HOURS                                04700000
047100     MOVE SP-RATE-TOTAL TO AG-CTL-RATE-TOTAL                      04710000
047200     MOVE SP-DEDS-TOTAL TO AG-CTL-DEDS-TOTAL                      04720000
047300     MOVE WS-RUN-DATE TO AG-CTL-CREATED                           04730000
047400     WRITE AG-REC                                                 04740000
047500     .                                                            04750000
047600                                                                  04760000
047700*    READ THE NEW GENERATION BACK.  THE HEADER YEAR, THE          04770000
047800*    DETAIL FOOTINGS AND THE TRAILER MUST ALL AGREE WITH          04780000
047900*    WHAT WAS TAKEN FROM PAYARCH BEFORE ANYTHING IS DELETED.      04790000
048000 400-PROVE-GENERATION.                                            04800000
048100     OPEN INPUT ARCHIVE-GEN-FILE                                  04810000
048200     MOVE "NO" TO GEN-EOF-FLAG                                    04820000
048300     PERFORM 410-PROVE-RECORD                                     04830000
048400       UNTIL GEN-EOF-FLAG = "YES"                                 04840000
048500     CLOSE ARCHIVE-GEN-FILE                                       04850000
048600     MOVE "NO" TO WS-GEN-PROVED-FLAG                              04860000
048700     IF PF-HEADER-YEAR = WS-SPLIT-YEAR                            04870000
048800       AND PF-TRAILER-FLAG = "YES"                                04880000
048900       AND PF-REC-COUNT = SP-REC-COUNT                            04890000
049000       AND PF-HOURS = SP-HOURS                                    04900000
049100       AND PF-RATE-TOTAL = SP-RATE-TOTAL                          04910000
049200       AND PF-DEDS-TOTAL = SP-DEDS-TOTAL                          04920000
049300       AND PF-TRL-REC-COUNT = SP-REC-COUNT                        04930000
049400       AND PF-TRL-HOURS = SP-HOURS                                04940000
049500       AND PF-TRL-RATE-TOTAL = SP-RATE-TOTAL                      04950000
049600       AND PF-TRL-DEDS-TOTAL = SP-DEDS-TOTAL                      04960000
049700         MOVE "YES" TO WS-GEN-PROVED-FLAG                         04970000
049800     ELSE                                                         04980000
049900         MOVE 'ARCHGEN DOES NOT PROVE - PAYARCH LEFT AS IT WAS'   04990000
050000             TO PR-DETAIL                                         05000000
050100         PERFORM 700-PRINT-LINE                                   05010000
050200         MOVE 8 TO RETURN-CODE                                    05020000
050300     END-IF                                                       05030000
050400     .                                                            05040000
050500                                                                  05050000
050600 410-PROVE-RECORD.                                                05060000
050700     READ ARCHIVE-GEN-FILE                                        05070000
050800       AT END                                                     05080000
050900         MOVE "YES" TO GEN-EOF-FLAG                               05090000
051000       NOT AT END                                                 05100000
051100         IF AG-REC-TYPE = 'H'                                     05110000
051200             MOVE AG-YEAR TO PF-HEADER-YEAR                       05120000
051300         ELSE                                                     05130000
051400         IF AG-REC-TYPE = 'T'                                     05140000
051500             MOVE "YES" TO PF-TRAILER-FLAG                        05150000
051600             MOVE AG-CTL-REC-COUNT TO PF-TRL-REC-COUNT            05160000
051700             MOVE AG-CTL-HOURS TO PF-TRL-HOURS                    05170000
051800             MOVE AG-CTL-RATE-TOTAL TO PF-TRL-RATE-TOTAL          05180000
051900             MOVE AG-CTL-DEDS-TOTAL TO PF-TRL-DEDS-TOTAL          05190000
052000         ELSE                                                     05200000
052100             MOVE AG-PAY-DATA TO WS-PAY-REC                       05210000
052200             ADD 1 TO PF-REC-COUNT                                05220000
052300             ADD PAY-HOURS-WORKED TO PF-HOURS                     05230000
052400             ADD PAY-EMP-RATE TO PF-RATE-TOTAL                    05240000
052500             ADD PAY-EMP-DEDS TO PF-DEDS-TOTAL                    05250000
052600         END-IF                                                   05260000
052700         END-IF                                                   05270000
052800     END-READ                                                     05280000
052900     .                                                            05290000
053000                                                                  05300000
053100 450-DELETE-SPLIT-YEAR.                                           05310000
053200     OPEN I-O PAY-ARCHIVE-FILE                                    05320000
053300     MOVE "NO" TO EOF-FLAG                                        05330000
053400     PERFORM 455-READ-FOR-DELETE                                  05340000
053500     PERFORM 460-DELETE-RECORD                                    05350000
053600       UNTIL EOF-FLAG = "YES"                                     05360000
053700     CLOSE PAY-ARCHIVE-FILE                                       05370000
053800     IF DELETE-COUNT NOT = SP-REC-COUNT                           05380000
053900         MOVE 'PAYARCH DELETES DO NOT MATCH ARCHGEN - CHECK FILE' 05390000
054000             TO PR-DETAIL                                         05400000
054100         PERFORM 700-PRINT-LINE                                   05410000
054200         MOVE 8 TO RETURN-CODE                                    05420000
054300     END-IF                                                       05430000
054400     MOVE WS-SPLIT-YEAR TO WS-REC-YEAR                            05440000
054500     PERFORM 490-FIND-YEAR                                        05450000
054600     IF YT-PICKED > 0                                             05460000
054700         MOVE 'G' TO YT-STATUS (YT-PICKED)                        05470000
054800         MOVE SP-REC-COUNT TO YT-REC-COUNT (YT-PICKED)            05480000
054900         MOVE SP-HOURS TO YT-HOURS (YT-PICKED)                    05490000
055000         MOVE SP-RATE-TOTAL TO YT-RATE-TOTAL (YT-PICKED)          05500000
055100         MOVE SP-DEDS-TOTAL TO YT-DEDS-TOTAL (YT-PICKED)          05510000
055200         MOVE WS-RUN-DATE TO YT-ARCHIVED-DATE (YT-PICKED)         05520000
055300     END-IF                                                       05530000
055400     .                                                            05540000
055500                                                                  05550000
055600 455-READ-FOR-DELETE.                                             05560000
055700     READ PAY-ARCHIVE-FILE NEXT RECORD                            05570000
055800       AT END                                                     05580000
055900         MOVE "YES" TO EOF-FLAG                                   05590000
056000     END-READ                                                     05600000
056100     .                                                            05610000
056200                                                                  05620000
056300 460-DELETE-RECORD.                                               05630000
056400     PERFORM 480-SET-KEY-YEAR                                     05640000
056500     IF WS-REC-YEAR = WS-SPLIT-YEAR                               05650000
056600         DELETE PAY-ARCHIVE-FILE RECORD                           05660000
056700           INVALID KEY                                            05670000
056800             ADD 1 TO EXC-COUNT                                   05680000
056900           NOT INVALID KEY                                        05690000
057000             ADD 1 TO DELETE-COUNT                                05700000
057100         END-DELETE                                               05710000
057200     END-IF                                                       05720000
057300     PERFORM 455-READ-FOR-DELETE                                  05730000
057400     .                                                            05740000
057500                                                                  05750000
057600 480-SET-KEY-YEAR.                                                05760000
057700     MOVE AX-PERIOD-YMD TO WS-KEY-YMD                             05770000
057800     MOVE 2000 TO WS-REC-YEAR                                     05780000
057900     ADD WS-KEY-YY TO WS-REC-YEAR                                 05790000
058000     .                                                            05800000
058100                                                                  05810000
058200 490-FIND-YEAR.                                                   05820000
058300     MOVE 0 TO YT-PICKED                                          05830000
058400     MOVE 1 TO YT-SUB                                             05840000
058500     PERFORM 495-YEAR-SCAN                                        05850000
058600       UNTIL YT-PICKED > 0                                        05860000
058700       OR YT-SUB > YT-COUNT                                       05870000
058800     IF YT-PICKED = 0                                             05880000
058900         IF YT-COUNT < 50                                         05890000
059000             ADD 1 TO YT-COUNT                                    05900000
059100             MOVE YT-COUNT TO YT-PICKED                           05910000
059200             INITIALIZE YT-ITEM (YT-PICKED)                       05920000
059300             MOVE WS-REC-YEAR TO YT-YEAR (YT-PICKED)              05930000
059400             MOVE ' ' TO YT-STATUS (YT-PICKED)                    05940000
059500         ELSE                                                     05950000
059600             ADD 1 TO YT-DROPPED-COUNT                            05960000
059700         END-IF                                                   05970000
059800     END-IF                                                       05980000
059900     .                                                            05990000
060000                                                                  06000000
060100 495-YEAR-SCAN.                                                   06010000
060200     IF YT-YEAR (YT-SUB) = WS-REC-YEAR                            06020000
060300         MOVE YT-SUB TO YT-PICKED                                 06030000
060400     ELSE                                                         06040000
060500         ADD 1 TO YT-SUB                                          06050000
060600     END-IF                                                       06060000
060700     .                                                            06070000
060800                                                                  06080000
060900 500-MARK-PURGED.                                                 06090000
061000     MOVE WS-PURGE-YEAR TO WS-REC-YEAR                            06100000
061100     MOVE 0 TO YT-PICKED                                          06110000
061200     MOVE 1 TO YT-SUB                                             06120000
061300     PERFORM 495-YEAR-SCAN                                        06130000
061400       UNTIL YT-PICKED > 0                                        06140000
061500       OR YT-SUB > YT-COUNT                                       06150000
061600     IF YT-PICKED > 0                                             06160000
061700         ADD YT-YEAR (YT-PICKED) WS-RETAIN-YEARS                  06170000
061800           GIVING WS-KEEP-THRU                                    06180000
061900     END-IF                                                       06190000
062000     IF YT-PICKED = 0                                             06200000
062100         MOVE 'PURGE YEAR NOT ON ARCHCTL - NOT MARKED'            06210000
062200             TO PR-DETAIL                                         06220000
062300         PERFORM 700-PRINT-LINE                                   06230000
062400         ADD 1 TO EXC-COUNT                                       06240000
062500     ELSE                                                         06250000
062600     IF YT-STATUS (YT-PICKED) NOT = 'G'                           06260000
062700       OR WS-RUN-YEAR NOT > WS-KEEP-THRU                          06270000
062800       OR YT-STRAY-COUNT (YT-PICKED) > 0                          06280000
062900         MOVE 'PURGE YEAR NOT ELIGIBLE - NOT MARKED' TO PR-DETAIL 06290000
063000         PERFORM 700-PRINT-LINE                                   06300000
063100         ADD 1 TO EXC-COUNT                                       06310000
063200     ELSE                                                         06320000
063300         MOVE 'P' TO YT-STATUS (YT-PICKED)                        06330000
063400         MOVE WS-RUN-DATE TO YT-PURGED-DATE (YT-PICKED)           06340000
063500     END-IF                                                       06350000
063600     END-IF                                                       06360000
063700     .                                                            06370000
063800                                                                  06380000
063900 580-SORT-TABLE.                                                  06390000
064000     MOVE 1 TO SRT-I                                              06400000
064100     PERFORM 581-SORT-PASS                                        06410000
064200       UNTIL SRT-I >= YT-COUNT                                    06420000
064300     .                                                            06430000
064400                                                                  06440000
064500 581-SORT-PASS.                                                   06450000
064600     MOVE SRT-I TO SRT-MIN                                        06460000
064700     ADD 1 SRT-I GIVING SRT-J                                     06470000
064800     PERFORM 582-SORT-SCAN                                        06480000
064900       UNTIL SRT-J > YT-COUNT                                     06490000
065000     IF SRT-MIN NOT = SRT-I                                       06500000
065100         MOVE YT-ITEM (SRT-I) TO WS-YT-HOLD                       06510000
065200         MOVE YT-ITEM (SRT-MIN) TO YT-ITEM (SRT-I)                06520000
065300         MOVE WS-YT-HOLD TO YT-ITEM (SRT-MIN)                     06530000
065400     END-IF                                                       06540000
065500     ADD 1 TO SRT-I                                               06550000
065600     .                                                            06560000
065700                                                                  06570000
065800 582-SORT-SCAN.                                                   06580000
065900     IF YT-YEAR (SRT-J) < YT-YEAR (SRT-MIN)                       06590000
066000         MOVE SRT-J TO SRT-MIN                                    06600000
066100     END-IF                                                       06610000
066200     ADD 1 TO SRT-J                                               06620000
066300     .                                                            06630000
066400                                                                  06640000
066500 600-PRINT-RETENTION.                                             06650000
066600     MOVE 1 TO YT-SUB                                             06660000
066700     PERFORM 610-PRINT-YEAR-LINE                                  06670000
066800       UNTIL YT-SUB > YT-COUNT                                    06680000
066900     .                                                            06690000
067000                                                                  06700000
067100 610-PRINT-YEAR-LINE.                                             06710000
067200     ADD YT-YEAR (YT-SUB) WS-RETAIN-YEARS GIVING WS-KEEP-THRU     06720000
067300     MOVE YT-YEAR (YT-SUB) TO PR-YEAR                             06730000
067400     MOVE YT-REC-COUNT (YT-SUB) TO PR-RECORDS                     06740000
067500     MOVE YT-HOURS (YT-SUB) TO PR-HOURS                           06750000
067600     MOVE YT-RATE-TOTAL (YT-SUB) TO PR-RATE-TOTAL                 06760000
067700     MOVE YT-DEDS-TOTAL (YT-SUB) TO PR-DEDS-TOTAL                 06770000
067800     MOVE YT-ARCHIVED-DATE (YT-SUB) TO PR-ARCHIVED                06780000
067900     MOVE YT-PURGED-DATE (YT-SUB) TO PR-PURGED                    06790000
068000     MOVE WS-KEEP-THRU TO PR-KEEP-THRU                            06800000
068100     IF YT-STATUS (YT-SUB) = ' '                                  06810000
068200         MOVE 'PAYARCH' TO PR-WHERE                               06820000
068300         MOVE 'OPEN OR NOT YET SPLIT' TO PR-NOTE                  06830000
068400     ELSE                                                         06840000
068500     IF YT-STATUS (YT-SUB) = 'P'                                  06850000
068600         MOVE 'PURGED' TO PR-WHERE                                06860000
068700         MOVE 'PURGED' TO PR-NOTE                                 06870000
068800     ELSE                                                         06880000
068900         MOVE 'GENERATION' TO PR-WHERE                            06890000
069000         IF WS-RUN-YEAR > WS-KEEP-THRU                            06900000
069100             MOVE 'ELIGIBLE FOR PURGE' TO PR-NOTE                 06910000
069200             ADD 1 TO ELIGIBLE-COUNT                              06920000
069300         ELSE                                                     06930000
069400             MOVE 'RETAIN' TO PR-NOTE                             06940000
069500         END-IF                                                   06950000
069600     END-IF                                                       06960000
069700     END-IF                                                       06970000
069800     IF YT-STATUS (YT-SUB) NOT = ' '                              06980000
069900       AND YT-STRAY-COUNT (YT-SUB) > 0                            06990000
070000         MOVE '** RECORDS STILL ON PAYARCH' TO PR-NOTE            07000000
070100         ADD YT-STRAY-COUNT (YT-SUB) TO STRAY-COUNT               07010000
070200         ADD 1 TO EXC-COUNT                                       07020000
070300     END-IF                                                       07030000
070400     PERFORM 700-PRINT-LINE                                       07040000
070500     ADD 1 TO YT-SUB                                              07050000
070600     .                                                            07060000
070700                                                                  07070000
070800 700-PRINT-LINE.                                                  07080000
070900     PERFORM 750-WRITE                                            07090000
071000     IF WS-LINE-COUNT > 50                                        07100000
071100         PERFORM 800-PRINT-HEADINGS                               07110000
071200     END-IF                                                       07120000
071300     .                                                            07130000
071400                                                                  07140000
071500 750-WRITE.                                                       07150000
071600     WRITE PRINT-REC FROM WS-PRINT-REC                            07160000
071700       AFTER ADVANCING WS-SPACING LINES                           07170000
071800     END-WRITE                                                    07180000
071900     ADD WS-SPACING TO WS-LINE-COUNT                              07190000
072000     MOVE 1 TO WS-SPACING                                         07200000
072100     MOVE SPACES TO WS-PRINT-REC                                  07210000
072200     .                                                            07220000
072300                                                                  07230000
072400 800-PRINT-HEADINGS.                                              07240000
072500     ADD 1 TO WS-PAGE                                             07250000
072600     MOVE WS-PAGE TO H-PAGE                                       07260000
072700     MOVE WS-SPLIT-YEAR TO H-SPLIT-YEAR                           07270000
072800     MOVE WS-RETAIN-YEARS TO H-RETAIN-YEARS                       07280000
072900     WRITE PRINT-REC FROM HEADING-1                               07290000
073000       AFTER ADVANCING PAGE                                       07300000
073100     END-WRITE                                                    07310000
073200     MOVE HEADING-2 TO WS-PRINT-REC                               07320000
073300     MOVE 2 TO WS-SPACING                                         07330000
073400     PERFORM 750-WRITE                                            07340000
073500     MOVE 2 TO WS-SPACING                                         07350000
073600     MOVE 0 TO WS-LINE-COUNT                                      07360000
073700     .                                                            07370000
073800                                                                  07380000
073900 830-READ-ARCHIVE-CARD.                                           07390000
074000     OPEN INPUT ARCHIVE-CARD-FILE                                 07400000
074100     READ ARCHIVE-CARD-FILE                                       07410000
074200       AT END                                                     07420000
074300         CONTINUE                                                 07430000
074400       NOT AT END                                                 07440000
074500         IF AR-SPLIT-YEAR NUMERIC                                 07450000
074600             MOVE AR-SPLIT-YEAR TO WS-SPLIT-YEAR                  07460000
074700         END-IF                                                   07470000
074800         IF AR-RETAIN-YEARS NUMERIC AND AR-RETAIN-YEARS > 0       07480000
074900             MOVE AR-RETAIN-YEARS TO WS-RETAIN-YEARS              07490000
075000         END-IF                                                   07500000
075100         IF AR-PURGE-YEAR NUMERIC                                 07510000
075200             MOVE AR-PURGE-YEAR TO WS-PURGE-YEAR                  07520000
075300         END-IF                                                   07530000
075400     END-READ                                                     07540000
075500     CLOSE ARCHIVE-CARD-FILE                                      07550000
075600     .                                                            07560000
075700                                                                  07570000
075800*    THE SPLIT YEAR MUST BE CLOSED:  YEAREND HAS WRITTEN IT,      07580000
075900*    OR A LATER YEAR, TO YTDHIST.  A YEAR ALREADY ON ARCHCTL      07590000
076000*    IS NOT SPLIT AGAIN.                                          07600000
076100 835-CHECK-SPLIT-YEAR.                                            07610000
076200     OPEN INPUT YTD-HISTORY-FILE                                  07620000
076300     MOVE "NO" TO HIST-EOF-FLAG                                   07630000
076400     MOVE "NO" TO WS-YEAR-CLOSED-FLAG                             07640000
076500     PERFORM UNTIL HIST-EOF-FLAG = "YES"                          07650000
076600         READ YTD-HISTORY-FILE                                    07660000
076700           AT END                                                 07670000
076800             MOVE "YES" TO HIST-EOF-FLAG                          07680000
076900           NOT AT END                                             07690000
077000             IF YH-YEAR >= WS-SPLIT-YEAR                          07700000
077100                 MOVE "YES" TO WS-YEAR-CLOSED-FLAG                07710000
077200                 MOVE "YES" TO HIST-EOF-FLAG                      07720000
077300             END-IF                                               07730000
077400         END-READ                                                 07740000
077500     END-PERFORM                                                  07750000
077600     CLOSE YTD-HISTORY-FILE                                       07760000
077700     MOVE WS-SPLIT-YEAR TO WS-REC-YEAR                            07770000
077800     MOVE 0 TO YT-PICKED                                          07780000
077900     MOVE 1 TO YT-SUB                                             07790000
078000     PERFORM 495-YEAR-SCAN                                        07800000
078100       UNTIL YT-PICKED > 0                                        07810000
078200       OR YT-SUB > YT-COUNT                                       07820000
078300     IF WS-YEAR-CLOSED-FLAG = "NO"                                07830000
078400         MOVE 'SPLIT YEAR NOT CLOSED BY YEAREND - NOT SPLIT'      07840000
078500             TO PR-DETAIL                                         07850000
078600         PERFORM 700-PRINT-LINE                                   07860000
078700         MOVE 8 TO RETURN-CODE                                    07870000
078800     ELSE                                                         07880000
078900     IF YT-PICKED > 0                                             07890000
079000       AND YT-STATUS (YT-PICKED) NOT = ' '                        07900000
079100         MOVE 'SPLIT YEAR ALREADY ON ARCHCTL - NOT SPLIT'         07910000
079200             TO PR-DETAIL                                         07920000
079300         PERFORM 700-PRINT-LINE                                   07930000
079400         MOVE 8 TO RETURN-CODE                                    07940000
079500     ELSE                                                         07950000
079600         MOVE "YES" TO WS-SPLIT-OK-FLAG                           07960000
079700     END-IF                                                       07970000
079800     END-IF                                                       07980000
079900     .                                                            07990000
080000                                                                  08000000
080100 840-LOAD-ARCHIVE-CONTROL.                                        08010000
080200     OPEN INPUT ARCHIVE-CONTROL-FILE                              08020000
080300     MOVE 'NO' TO AY-EOF-FLAG                                     08030000
080400     MOVE 0 TO YT-COUNT                                           08040000
080500     PERFORM UNTIL AY-EOF-FLAG = 'YES'                            08050000
080600         READ ARCHIVE-CONTROL-FILE                                08060000
080700           AT END                                                 08070000
080800             MOVE 'YES' TO AY-EOF-FLAG                            08080000
080900           NOT AT END                                             08090000
081000             IF YT-COUNT < 50                                     08100000
081100                 ADD 1 TO YT-COUNT                                08110000
081200                 INITIALIZE YT-ITEM (YT-COUNT)                    08120000
081300                 MOVE AY-YEAR TO YT-YEAR (YT-COUNT)               08130000
081400                 MOVE AY-STATUS TO YT-STATUS (YT-COUNT)           08140000
081500                 MOVE AY-REC-COUNT TO YT-REC-COUNT (YT-COUNT)     08150000
081600                 MOVE AY-HOURS TO YT-HOURS (YT-COUNT)             08160000
081700                 MOVE AY-RATE-TOTAL TO YT-RATE-TOTAL (YT-COUNT)   08170000
081800                 MOVE AY-DEDS-TOTAL TO YT-DEDS-TOTAL (YT-COUNT)   08180000
081900                 MOVE AY-ARCHIVED-DATE                            08190000
082000                     TO YT-ARCHIVED-DATE (YT-COUNT)               08200000
082100                 MOVE AY-PURGED-DATE TO YT-PURGED-DATE (YT-COUNT) 08210000
082200             ELSE                                                 08220000
082300                 ADD 1 TO YT-DROPPED-COUNT                        08230000
082400             END-IF                                               08240000
082500         END-READ                                                 08250000
082600     END-PERFORM                                                  08260000
082700     CLOSE ARCHIVE-CONTROL-FILE                                   08270000
082800     .                                                            08280000
082900                                                                  08290000
083000 850-GET-DATE.                                                    08300000
083100     ACCEPT WS-DATE FROM DATE                                     08310000
083200     MOVE MM TO H-MM                                              08320000
083300     MOVE DD TO H-DD                                              08330000
083400     MOVE YY TO H-YY                                              08340000
083500     ACCEPT WS-TIME FROM TIME                                     08350000
083600     MOVE HH TO H-HH                                              08360000
083700     MOVE MN TO H-MN                                              08370000
083800     MOVE YY TO WS-RUN-YY                                         08380000
083900     MOVE MM TO WS-RUN-MM                                         08390000
084000     MOVE DD TO WS-RUN-DD                                         08400000
084100     MOVE 2000 TO WS-RUN-YEAR                                     08410000
084200     ADD YY TO WS-RUN-YEAR                                        08420000
084300     .                                                            08430000
084400                                                                  08440000
084500 900-PRINT-FINAL-TOTALS.                                          08450000
084600     MOVE SPACES TO WS-PRINT-REC                                  08460000
084700     MOVE 2 TO WS-SPACING                                         08470000
084800     MOVE SPACES TO WS-TOTAL-LINE                                 08480000
084900     MOVE 'ARCHLOAD RECORDS LOADED:' TO TL-LABEL                  08490000
085000     MOVE LOAD-COUNT TO TL-COUNT                                  08500000
085100     PERFORM 910-PRINT-TOTAL-LINE                                 08510000
085200     MOVE 'ARCHLOAD YEAR ALREADY SPLIT:' TO TL-LABEL              08520000
085300     MOVE LOAD-REJECT-COUNT TO TL-COUNT                           08530000
085400     PERFORM 910-PRINT-TOTAL-LINE                                 08540000
085500     MOVE 'PAYARCH WRITES FAILED:' TO TL-LABEL                    08550000
085600     MOVE WRITE-FAIL-COUNT TO TL-COUNT                            08560000
085700     PERFORM 910-PRINT-TOTAL-LINE                                 08570000
085800     MOVE 'PAYARCH RECORDS READ:' TO TL-LABEL                     08580000
085900     SUBTRACT 1 FROM REC-COUNT GIVING TL-COUNT                    08590000
086000     PERFORM 910-PRINT-TOTAL-LINE                                 08600000
086100     MOVE 'ARCHGEN RECORDS WRITTEN:' TO TL-LABEL                  08610000
086200     MOVE SP-REC-COUNT TO TL-COUNT                                08620000
086300     PERFORM 910-PRINT-TOTAL-LINE                                 08630000
086400     MOVE 'PAYARCH RECORDS DELETED:' TO TL-LABEL                  08640000
086500     MOVE DELETE-COUNT TO TL-COUNT                                08650000
086600     PERFORM 910-PRINT-TOTAL-LINE                                 08660000
086700     MOVE 'SPLIT-YEAR RECORDS LEFT BEHIND:' TO TL-LABEL           08670000
086800     MOVE STRAY-COUNT TO TL-COUNT                                 08680000
086900     PERFORM 910-PRINT-TOTAL-LINE                                 08690000
087000     MOVE 'YEARS ELIGIBLE FOR PURGE:' TO TL-LABEL                 08700000
087100     MOVE ELIGIBLE-COUNT TO TL-COUNT                              08710000
087200     PERFORM 910-PRINT-TOTAL-LINE                                 08720000
087300     .                                                            08730000
087400                                                                  08740000
087500 910-PRINT-TOTAL-LINE.                                            08750000
087600     MOVE WS-TOTAL-LINE TO PR-DETAIL                              08760000
087700     PERFORM 700-PRINT-LINE                                       08770000
087800     MOVE SPACES TO WS-TOTAL-LINE                                 08780000
087900     .                                                            08790000
088000                                                                  08800000
088100 980-REWRITE-ARCHIVE-CONTROL.                                     08810000
088200     OPEN OUTPUT ARCHIVE-CONTROL-FILE                             08820000
088300     MOVE 1 TO YT-SUB                                             08830000
088400     PERFORM 981-WRITE-CONTROL-REC                                08840000
088500       UNTIL YT-SUB > YT-COUNT                                    08850000
088600     CLOSE ARCHIVE-CONTROL-FILE                                   08860000
088700     .                                                            08870000
088800                                                                  08880000
088900 981-WRITE-CONTROL-REC.                                           08890000
089000     IF YT-STATUS (YT-SUB) NOT = ' '                              08900000
089100         MOVE SPACES TO AY-REC                                    08910000
089200         MOVE YT-YEAR (YT-SUB) TO AY-YEAR                         08920000
089300         MOVE YT-STATUS (YT-SUB) TO AY-STATUS                     08930000
089400         MOVE YT-REC-COUNT (YT-SUB) TO AY-REC-COUNT               08940000
089500         MOVE YT-HOURS (YT-SUB) TO AY-HOURS                       08950000
089600         MOVE YT-RATE-TOTAL (YT-SUB) TO AY-RATE-TOTAL             08960000
089700         MOVE YT-DEDS-TOTAL (YT-SUB) TO AY-DEDS-TOTAL             08970000
089800         MOVE YT-ARCHIVED-DATE (YT-SUB) TO AY-ARCHIVED-DATE       08980000
089900         MOVE YT-PURGED-DATE (YT-SUB) TO AY-PURGED-DATE           08990000
090000         WRITE AY-REC                                             09000000
090100     END-IF                                                       09010000
090200     ADD 1 TO YT-SUB                                              09020000
090300     .                                                            09030000
090400                                                                  09040000
090500 985-WRITE-AUDIT-LOG.                                             09050000
090600     OPEN EXTEND AUDIT-FILE                                       09060000
090700     MOVE 'ARCHMNT' TO AUD-PROGRAM                                09070000
090800     MOVE WS-DATE TO AUD-RUN-DATE                                 09080000
090900     MOVE WS-TIME TO AUD-RUN-TIME                                 09090000
091000     MOVE ZERO TO AUD-PERIOD-END                                  09100000
091100     MOVE REC-COUNT TO AUD-RECS-READ                              09110000
091200     MOVE SP-REC-COUNT TO AUD-RECS-WRITTEN                        09120000
091300     MOVE EXC-COUNT TO AUD-EXC-COUNT                              09130000
091400     MOVE RETURN-CODE TO AUD-RETURN-CODE                          09140000
091500     WRITE AUD-REC                                                09150000
091600     CLOSE AUDIT-FILE                                             09160000
091700     .                                                            09170000
