000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    NHREPORT.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    WEEKLY STATE NEW-HIRE REPORTING.  EMPMNT (EVERY 'A' ADD *    00070000
000800*    AND EVERY STATUS CHANGE FROM T BACK TO A) AND PERCLOSE  *    00080000
000900*    (A RELEASED T-TO-A CHANGE IT APPLIES) RECORD EACH HIRE  *    00090000
001000*    ON THE NEWHIRE PENDING FILE.  THIS JOB SENDS EVERY      *    00100000
001100*    PENDING ('P') ENTRY ON THE NHSTATE FIXED-FORMAT FILE    *    00110000
001200*    (300-BYTE RECORDS) FOR THE STATE NEW-HIRE REGISTRY:  AN *    00120000
001300*    HD HEADER WITH THE SUBMITTER FEIN, ONE W4 RECORD PER    *    00130000
001400*    HIRE (SSN, NAME, HOME ADDRESS, HIRE DATE, HIRE TYPE AND *    00140000
001500*    THE FEIN, NAME AND ADDRESS OF THE EMPLOYER FOR THE      *    00150000
001600*    EMPLOYEE'S PAY-COMPANY) AND A T4 TRAILER WITH THE W4    *    00160000
001700*    COUNT.  THE EMPLOYER COMES FROM THE SAME W2CTL 'E' AND  *    00170000
001800*    'B' CARDS EFW2GEN USES; A COMPANY WITH NO 'E' CARD IS   *    00180000
001900*    SENT UNDER THE SUBMITTER ('S' CARD) FEIN AND NAME.  A   *    00190000
002000*    REHIRE IS SENT WITH EMPMSTR'S HIRE DATE WHEN THAT IS    *    00200000
002100*    LATER THAN THE TERMINATION DATE, OTHERWISE WITH THE     *    00210000
002200*    DATE THE REHIRE WAS RECORDED.  AN ENTRY NOT ON EMPMSTR, *    00220000
002300*    OR WITH NO VALID SSN, HIRE DATE OR MAILING ADDRESS, IS  *    00230000
002400*    HELD PENDING AND LISTED.  AN ENTRY FOR AN EMPLOYEE AND  *    00240000
002500*    HIRE DATE ALREADY SENT IS MARKED SENT, NOT SENT AGAIN.  *    00250000
002600*    THE OPTIONAL NHCARD GIVES THE STATE DEADLINE IN DAYS    *    00260000
002700*    FROM THE HIRE DATE (DEFAULT 20); A HIRE SENT PAST IT IS *    00270000
002800*    FLAGGED LATE AND ONE STILL HELD PAST IT IS FLAGGED      *    00280000
002900*    OVERDUE.  THE FILE IS READ BACK AND ITS W4 AND T4       *    00290000
003000*    COUNTS PROVED; ONLY THEN ARE THE SENT ENTRIES MARKED    *    00300000
003100*    'S' WITH THE DATE AND HIRE DATE REPORTED AND NEWHIRE    *    00310000
003200*    REWRITTEN, DROPPING ENTRIES SENT IN AN EARLIER YEAR.    *    00320000
003300*    HELD OR LATE ENTRIES, OR A COMPANY WITH NO 'E' CARD,    *    00330000
003400*    END THE RUN WITH RC 4.  A FULL NEWHIRE TABLE, NO        *    00340000
003500*    SUBMITTER CARD, MORE THAN 50 COMPANIES OR A FILE THAT   *    00350000
003600*    DOES NOT PROVE ENDS IT WITH RC 8 AND NOTHING IS MARKED  *    00360000
003700*    SENT.                                                   *    00370000
003800*                                                            *    00380000
003900**************************************************************    00390000
004000                                                                  00400000
004100 ENVIRONMENT DIVISION.                                            00410000
004200 CONFIGURATION SECTION.                                           00420000
004300 SOURCE-COMPUTER.                                                 00430000
004400     Z13                                                          00440000
004500     WITH DEBUGGING MODE                                          00450000
004600     .                                                            00460000
004700                                                                  00470000
004800 INPUT-OUTPUT SECTION.                                            00480000
004900                                                                  00490000
005000 FILE-CONTROL.                                                    00500000
005100     SELECT OPTIONAL NEW-HIRE-FILE ASSIGN TO NEWHIRE.             00510000
005200     SELECT OPTIONAL NH-CARD-FILE  ASSIGN TO NHCARD.              00520000
005300     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00530000
005400         ORGANIZATION IS INDEXED                                  00540000
005500         ACCESS IS RANDOM                                         00550000
005600         RECORD KEY IS EMP-ID-NUMBER.                             00560000
005700     SELECT OPTIONAL W2-CONTROL-FILE ASSIGN TO W2CTL.             00570000
005800     SELECT STATE-FILE             ASSIGN TO NHSTATE.             00580000
005900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00590000
006000     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00600000
006100                                                                  00610000
006200 DATA DIVISION.                                                   00620000
006300 FILE SECTION.                                                    00630000
006400                                                                  00640000
006500 FD  NEW-HIRE-FILE                                                00650000
006600     RECORDING MODE IS F.                                         00660000
006700     COPY NEWHIRE.                                                00670000
006800                                                                  00680000
006900 FD  NH-CARD-FILE                                                 00690000
007000     RECORDING MODE IS F.                                         00700000
007100 01  NC-REC.                                                      00710000
007200     10  NC-DEADLINE-DAYS          PIC X(03).                     00720000
007300     10  NC-DEADLINE-DAYS-N REDEFINES NC-DEADLINE-DAYS            00730000
007400                                   PIC 9(03).                     00740000
007500     10  FILLER                    PIC X(77).                     00750000
007600                                                                  00760000
007700 FD  EMPLOYEE-MASTER-FILE.                                        00770000
007800     COPY EMPMSTR.                                                00780000
007900                                                                  00790000
008000 FD  W2-CONTROL-FILE                                              00800000
008100     RECORDING MODE IS F.                                         00810000
008200 01  WCS-REC.                                                     00820000
008300     10  WCS-REC-TYPE              PIC X(01).                     00830000
008400     10  WCS-EIN                   PIC X(09).                     00840000
008500     10  WCS-USER-ID               PIC X(08).                     00850000
008600     10  WCS-NAME                  PIC X(40).                     00860000
008700     10  WCS-PHONE                 PIC X(15).                     00870000
008800     10  FILLER                    PIC X(07).                     00880000
008900 01  WCA-REC.                                                     00890000
009000     10  WCA-REC-TYPE              PIC X(01).                     00900000
009100     10  WCA-COMPANY               PIC X(02).                     00910000
009200     10  WCA-STREET                PIC X(22).                     00920000
009300     10  WCA-CITY                  PIC X(22).                     00930000
009400     10  WCA-STATE                 PIC X(02).                     00940000
009500     10  WCA-ZIP                   PIC X(05).                     00950000
009600     10  WCA-ZIP4                  PIC X(04).                     00960000
009700     10  FILLER                    PIC X(22).                     00970000
009800 01  WCE-REC.                                                     00980000
009900     10  WCE-REC-TYPE              PIC X(01).                     00990000
010000     10  WCE-COMPANY               PIC X(02).                     01000000
010100     10  WCE-EIN                   PIC X(09).                     01010000
010200     10  WCE-NAME                  PIC X(40).                     01020000
010300     10  WCE-KIND                  PIC X(01).                     01030000
010400     10  FILLER                    PIC X(27).                     01040000
010500                                                                  01050000
010600 FD  STATE-FILE                                                   01060000
010700     RECORDING MODE IS F.                                         01070000
010800 01  STATE-REC.                                                   01080000
010900     10  ST-REC-ID                 PIC X(02).                     01090000
011000     10  FILLER                    PIC X(298).                    01100000
011100 01  ST-T4-REC.                                                   01110000
011200     10  FILLER                    PIC X(02).                     01120000
011300     10  ST-T4-W4-COUNT            PIC 9(07).                     01130000
011400     10  FILLER                    PIC X(291).                    01140000
011500                                                                  01150000
011600 FD  PRINT-FILE                                                   01160000
011700     RECORDING MODE IS F.                                         01170000
011800 01  PRINT-REC.                                                   01180000
011900     10  FILLER                    PIC X(132).                    01190000
012000                                                                  01200000
012100 FD  AUDIT-FILE                                                   01210000
012200     RECORDING MODE IS F.                                         01220000
012300     COPY AUDITLOG.                                               01230000
012400                                                                  01240000
012500 WORKING-STORAGE SECTION.                                         01250000
012600                                                                  01260000
012700 01  WS-COUNTERS-FLAGS.                                           01270000
012800     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01280000
012900     10  WS-SPACING                PIC 9(01) VALUE 2.             01290000
013000     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01300000
013100     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01310000
013200     10  WS-PAGE                   PIC 9(03) VALUE 0.             01320000
013300     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01330000
013400     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01340000
013500     10  FT-RECORD-COUNT           PIC 9(07) VALUE ZERO.          01350000
013600     10  WC-EOF-FLAG               PIC X(03) VALUE "NO".          01360000
013700     10  NH-EOF-FLAG               PIC X(03) VALUE "NO".          01370000
013800     10  NC-EOF-FLAG               PIC X(03) VALUE "NO".          01380000
013900     10  WS-SUBMITTER-FLAG         PIC X(03) VALUE "NO".          01390000
014000     10  WS-EMP-FOUND-FLAG         PIC X(03) VALUE "NO".          01400000
014100     10  WS-DATE-OK-FLAG           PIC X(03) VALUE "NO".          01410000
014200     10  WS-DUP-FLAG               PIC X(03) VALUE "NO".          01420000
014300     10  WS-BALANCE-FLAG           PIC X(03) VALUE "YES".         01430000
014400     10  WS-DEADLINE-DAYS          PIC 9(03) VALUE 20.            01440000
014500                                                                  01450000
014600 01  RUN-COUNTS.                                                  01460000
014700     10  PENDING-COUNT             PIC 9(05) VALUE ZERO.          01470000
014800     10  SEND-COUNT                PIC 9(05) VALUE ZERO.          01480000
014900     10  NEW-SENT-COUNT            PIC 9(05) VALUE ZERO.          01490000
015000     10  REHIRE-SENT-COUNT         PIC 9(05) VALUE ZERO.          01500000
015100     10  LATE-COUNT                PIC 9(05) VALUE ZERO.          01510000
015200     10  DUP-COUNT                 PIC 9(05) VALUE ZERO.          01520000
015300     10  HELD-COUNT                PIC 9(05) VALUE ZERO.          01530000
015400     10  OVERDUE-COUNT             PIC 9(05) VALUE ZERO.          01540000
015500     10  DEFAULT-CO-COUNT          PIC 9(05) VALUE ZERO.          01550000
015600     10  PURGE-COUNT               PIC 9(05) VALUE ZERO.          01560000
015700     10  KEPT-COUNT                PIC 9(05) VALUE ZERO.          01570000
015800                                                                  01580000
015900 01  SUBMITTER-FIELDS.                                            01590000
016000     10  WS-SUB-EIN                PIC X(09) VALUE SPACES.        01600000
016100     10  WS-SUB-NAME               PIC X(40) VALUE SPACES.        01610000
016200     10  WS-SUB-STREET             PIC X(22) VALUE SPACES.        01620000
016300     10  WS-SUB-CITY               PIC X(22) VALUE SPACES.        01630000
016400     10  WS-SUB-STATE              PIC X(02) VALUE SPACES.        01640000
016500     10  WS-SUB-ZIP                PIC X(05) VALUE SPACES.        01650000
016600     10  WS-SUB-ZIP4               PIC X(04) VALUE SPACES.        01660000
016700                                                                  01670000
016800 01  COMPANY-TABLE.                                               01680000
016900     10  CO-COUNT                  PIC 9(02) VALUE ZERO.          01690000
017000     10  CO-ITEM                   OCCURS 50 TIMES.               01700000
017100         15  CO-COMPANY            PIC X(02).                     01710000
017200         15  CO-EIN                PIC X(09).                     01720000
017300         15  CO-NAME               PIC X(40).                     01730000
017400         15  CO-STREET             PIC X(22).                     01740000
017500         15  CO-CITY               PIC X(22).                     01750000
017600         15  CO-STATE              PIC X(02).                     01760000
017700         15  CO-ZIP                PIC X(05).                     01770000
017800         15  CO-ZIP4               PIC X(04).                     01780000
017900                                                                  01790000
018000 01  CO-SUB                        PIC 9(02) VALUE ZERO.          01800000
018100 01  CO-PICKED                     PIC 9(02) VALUE ZERO.          01810000
018200 01  WS-FIND-COMPANY               PIC X(02) VALUE SPACES.        01820000
018300                                                                  01830000
018400 01  BATCH-TABLE.                                                 01840000
018500     10  BA-COUNT                  PIC 9(02) VALUE ZERO.          01850000
018600     10  BA-ITEM                   OCCURS 50 TIMES.               01860000
018700         15  BA-COMPANY            PIC X(02).                     01870000
018800                                                                  01880000
018900 01  BA-SUB                        PIC 9(02) VALUE ZERO.          01890000
019000 01  BA-PICKED                     PIC 9(02) VALUE ZERO.          01900000
019100 01  BA-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01910000
019200 01  BT-COUNT                      PIC 9(05) VALUE ZERO.          01920000
019300 01  WS-BATCH-NOTE                 PIC X(30) VALUE SPACES.        01930000
019400                                                                  01940000
019500*    NEWHIRE FILE HELD IN STORAGE.  NT-ACTION IS THIS RUN'S       01950000
019600*    DECISION FOR A PENDING ENTRY: 'S' SEND, 'H' HOLD, 'D'        01960000
019700*    ALREADY REPORTED; SPACE FOR AN ENTRY ALREADY SENT.           01970000
019800 01  NEW-HIRE-TABLE.                                              01980000
019900     10  NT-COUNT                  PIC 9(04) VALUE ZERO.          01990000
020000     10  NT-ITEM                   OCCURS 1000 TIMES.             02000000
020100         15  NT-ID-NUMBER          PIC X(05).                     02010000
020200         15  NT-EVENT              PIC X(01).                     02020000
020300         15  NT-STATUS             PIC X(01).                     02030000
020400         15  NT-RECORDED-DATE      PIC 9(06).                     02040000
020500         15  NT-RECORDED-BY        PIC X(08).                     02050000
020600         15  NT-REPORTED-DATE      PIC 9(06).                     02060000
020700         15  NT-HIRE-DATE          PIC X(08).                     02070000
020800         15  NT-ACTION             PIC X(01).                     02080000
020900         15  NT-COMPANY            PIC X(02).                     02090000
021000         15  NT-DAYS               PIC 9(04).                     02100000
021100         15  NT-FLAG               PIC X(08).                     02110000
021200         15  NT-NOTE               PIC X(35).                     02120000
021300                                                                  02130000
021400 01  NT-SUB                        PIC 9(04) VALUE ZERO.          02140000
021500 01  NT-SUB2                       PIC 9(04) VALUE ZERO.          02150000
021600 01  NT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          02160000
021700                                                                  02170000
021800 01  READ-BACK-TOTALS.                                            02180000
021900     10  RB-HD-COUNT               PIC 9(07) VALUE ZERO.          02190000
022000     10  RB-W4-COUNT               PIC 9(07) VALUE ZERO.          02200000
022100     10  RB-T4-COUNT               PIC 9(07) VALUE ZERO.          02210000
022200                                                                  02220000
022300 01  DATE-CALC-FIELDS.                                            02230000
022400     10  WS-DC-DATE.                                              02240000
022500         15  WS-DC-MM              PIC 9(02).                     02250000
022600         15  WS-DC-DD              PIC 9(02).                     02260000
022700         15  WS-DC-YY              PIC 9(02).                     02270000
022800     10  WS-DC-DAYNUM              PIC 9(06) VALUE ZERO.          02280000
022900     10  WS-RUN-DAYNUM             PIC 9(06) VALUE ZERO.          02290000
023000     10  WS-START-DAYNUM           PIC 9(06) VALUE ZERO.          02300000
023100     10  WS-DAYS                   PIC 9(06) VALUE ZERO.          02310000
023200     10  WS-LEAP-QUOT              PIC 9(03) VALUE ZERO.          02320000
023300     10  WS-LEAP-REM               PIC 9(01) VALUE ZERO.          02330000
023400     10  WS-LEAP-YEARS             PIC 9(03) VALUE ZERO.          02340000
023500     10  WS-MONTH-SUB              PIC 9(02) VALUE ZERO.          02350000
023600                                                                  02360000
023700 01  DAYS-IN-MONTH-TABLE.                                         02370000
023800     10  FILLER                    PIC X(24) VALUE                02380000
023900         '312831303130313130313031'.                              02390000
024000 01  FILLER REDEFINES DAYS-IN-MONTH-TABLE.                        02400000
024100     10  DIM-DAYS                  OCCURS 12 TIMES PIC 9(02).     02410000
024200                                                                  02420000
024300 01  WS-YMD-PARTS.                                                02430000
024400     10  WS-YMD-YY                 PIC 9(02).                     02440000
024500     10  WS-YMD-MM                 PIC 9(02).                     02450000
024600     10  WS-YMD-DD                 PIC 9(02).                     02460000
024700 01  WS-YMD-NUM REDEFINES WS-YMD-PARTS                            02470000
024800                                   PIC 9(06).                     02480000
024900                                                                  02490000
025000*    AN EMPMSTR-STYLE YYYYMMDD HIRE DATE TAKEN APART              02500000
025100 01  WS-HIRE-YMD.                                                 02510000
025200     10  HY-CC                     PIC 9(02).                     02520000
025300     10  HY-YY                     PIC 9(02).                     02530000
025400     10  HY-MM                     PIC 9(02).                     02540000
025500     10  HY-DD                     PIC 9(02).                     02550000
025600 01  WS-HIRE-YMD-X REDEFINES WS-HIRE-YMD                          02560000
025700                                   PIC X(08).                     02570000
025800                                                                  02580000
025900 01  WS-SSN-PARTS.                                                02590000
026000     10  SP-FIRST-5                PIC X(05).                     02600000
026100     10  SP-LAST-4                 PIC X(04).                     02610000
026200 01  WS-SSN-X REDEFINES WS-SSN-PARTS                              02620000
026300                                   PIC X(09).                     02630000
026400                                                                  02640000
026500 01  WS-SSN-MASK.                                                 02650000
026600     10  FILLER                    PIC X(07) VALUE 'XXX-XX-'.     02660000
026700     10  SM-LAST-4                 PIC X(04).                     02670000
026800                                                                  02680000
026900 01  WS-HIRE-DISPLAY.                                             02690000
027000     10  HD-MM                     PIC 9(02).                     02700000
027100     10  FILLER                    PIC X(01) VALUE '/'.           02710000
027200     10  HD-DD                     PIC 9(02).                     02720000
027300     10  FILLER                    PIC X(01) VALUE '/'.           02730000
027400     10  HD-CC                     PIC 9(02).                     02740000
027500     10  HD-YY                     PIC 9(02).                     02750000
027600                                                                  02760000
027700*    STATE NEW-HIRE FILE HEADER RECORD                            02770000
027800 01  WS-NH-HD.                                                    02780000
027900     10  HD-REC-ID                 PIC X(02) VALUE 'HD'.          02790000
028000     10  HD-SUB-FEIN               PIC X(09).                     02800000
028100     10  HD-SUB-NAME               PIC X(45).                     02810000
028200     10  HD-CREATE-DATE.                                          02820000
028300         15  HD-CREATE-CC          PIC 9(02) VALUE 20.            02830000
028400         15  HD-CREATE-YY          PIC 9(02).                     02840000
028500         15  HD-CREATE-MM          PIC 9(02).                     02850000
028600         15  HD-CREATE-DD          PIC 9(02).                     02860000
028700     10  FILLER                    PIC X(236) VALUE SPACES.       02870000
028800                                                                  02880000
028900*    STATE NEW-HIRE FILE EMPLOYEE RECORD - ONE PER HIRE.  THE     02890000
029000*    HIRE TYPE IS 'N' FOR A NEW HIRE AND 'R' FOR A REHIRE.        02900000
029100 01  WS-NH-W4.                                                    02910000
029200     10  W4-REC-ID                 PIC X(02) VALUE 'W4'.          02920000
029300     10  W4-SSN                    PIC X(09).                     02930000
029400     10  W4-FIRST-NAME             PIC X(16).                     02940000
029500     10  W4-MIDDLE-INIT            PIC X(01).                     02950000
029600     10  W4-LAST-NAME              PIC X(30).                     02960000
029700     10  W4-STREET                 PIC X(40).                     02970000
029800     10  W4-CITY                   PIC X(25).                     02980000
029900     10  W4-STATE                  PIC X(02).                     02990000
030000     10  W4-ZIP                    PIC X(05).                     03000000
030100     10  W4-ZIP4                   PIC X(04).                     03010000
030200     10  W4-HIRE-DATE              PIC X(08).                     03020000
030300     10  W4-EMPLOYER-FEIN          PIC X(09).                     03030000
030400     10  W4-EMPLOYER-NAME          PIC X(45).                     03040000
030500     10  W4-EMPLOYER-STREET        PIC X(40).                     03050000
030600     10  W4-EMPLOYER-CITY          PIC X(25).                     03060000
030700     10  W4-EMPLOYER-STATE         PIC X(02).                     03070000
030800     10  W4-EMPLOYER-ZIP           PIC X(05).                     03080000
030900     10  W4-EMPLOYER-ZIP4          PIC X(04).                     03090000
031000     10  W4-HIRE-TYPE              PIC X(01).                     03100000
031100     10  FILLER                    PIC X(27) VALUE SPACES.        03110000
031200                                                                  03120000
031300*    STATE NEW-HIRE FILE TRAILER RECORD                           03130000
031400 01  WS-NH-T4.                                                    03140000
031500     10  T4-REC-ID                 PIC X(02) VALUE 'T4'.          03150000
031600     10  T4-W4-COUNT               PIC 9(07).                     03160000
031700     10  FILLER                    PIC X(291) VALUE SPACES.       03170000
031800                                                                  03180000
031900 01  WS-COMPANY-LINE.                                             03190000
032000     10  FILLER                    PIC X(09) VALUE ' COMPANY '.   03200000
032100     10  CL-COMPANY                PIC X(02).                     03210000
032200     10  FILLER                    PIC X(08) VALUE '   FEIN '.    03220000
032300     10  CL-EIN                    PIC X(09).                     03230000
032400     10  FILLER                    PIC X(02) VALUE SPACES.        03240000
032500     10  CL-NAME                   PIC X(40).                     03250000
032600     10  FILLER                    PIC X(02) VALUE SPACES.        03260000
032700     10  CL-NOTE                   PIC X(30).                     03270000
032800                                                                  03280000
032900 01  WS-PARM-LINE.                                                03290000
033000     10  FILLER                    PIC X(01) VALUE SPACE.         03300000
033100     10  FILLER                    PIC X(33) VALUE                03310000
033200         'STATE DEADLINE, DAYS FROM HIRE:  '.                     03320000
033300     10  PL-DEADLINE-DAYS          PIC ZZ9.                       03330000
033400                                                                  03340000
033500 01  WS-REC-COUNT-LINE.                                           03350000
033600     10  FILLER                    PIC X(14) VALUE                03360000
033700         'RECORDS READ: '.                                        03370000
033800     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     03380000
033900                                                                  03390000
034000 01  WS-TOTAL-LINE.                                               03400000
034100     10  FILLER                    PIC X(01).                     03410000
034200     10  TL-LABEL                  PIC X(30).                     03420000
034300     10  TL-COUNT                  PIC ZZ,ZZ9.                    03430000
034400                                                                  03440000
034500 01  WS-PRINT-REC                  VALUE SPACES.                  03450000
034600     05  PR-DETAIL.                                               03460000
034700         10  FILLER                PIC X(01).                     03470000
034800         10  PR-COMPANY            PIC X(02).                     03480000
034900         10  FILLER                PIC X(02).                     03490000
035000         10  PR-ID                 PIC X(05).                     03500000
035100         10  FILLER                PIC X(02).                     03510000
035200         10  PR-SSN                PIC X(11).                     03520000
035300         10  FILLER                PIC X(02).                     03530000
035400         10  PR-LAST-NAME          PIC X(11).                     03540000
035500         10  FILLER                PIC X(01).                     03550000
035600         10  PR-FIRST-NAME         PIC X(11).                     03560000
035700         10  FILLER                PIC X(02).                     03570000
035800         10  PR-HIRE-DATE          PIC X(10).                     03580000
035900         10  FILLER                PIC X(02).                     03590000
036000         10  PR-TYPE               PIC X(06).                     03600000
036100         10  FILLER                PIC X(02).                     03610000
036200         10  PR-DAYS               PIC ZZZ9.                      03620000
036300         10  FILLER                PIC X(02).                     03630000
036400         10  PR-FLAG               PIC X(08).                     03640000
036500         10  FILLER                PIC X(02).                     03650000
036600         10  PR-NOTE               PIC X(35).                     03660000
036700                                                                  03670000
036800 01  WS-DATE.                                                     03680000
036900     10  YY                        PIC 9(02).                     03690000
037000     10  MM                        PIC 9(02).                     03700000
037100     10  DD                        PIC 9(02).                     03710000
037200                                                                  03720000
037300 01  WS-TIME.                                                     03730000
037400     10  HH                        PIC 9(02).                     03740000
037500     10  MN                        PIC 9(02).                     03750000
037600     10  SS                        PIC 9(02).                     03760000
037700     10  MS                        PIC 9(02).                     03770000
037800                                                                  03780000
037900 01  HEADING-1.                                                   03790000
038000     10  FILLER                    PIC X(02) VALUE SPACES.        03800000
038100     10  H-DATE.                                                  03810000
038200         15  H-MM                  PIC 9(02).                     03820000
038300         15  H-SLASH1              PIC X(01) VALUE '/'.           03830000
038400         15  H-DD                  PIC 9(02).                     03840000
038500         15  H-SLASH2              PIC X(01) VALUE '/'.           03850000
038600         15  H-YY                  PIC 9(02).                     03860000
038700     10  FILLER                    PIC X(03) VALUE SPACES.        03870000
038800     10  H-TIME.                                                  03880000
038900         15  H-HH                  PIC Z9.                        03890000
039000         15  H-COLON               PIC X(01) VALUE ':'.           03900000
039100         15  H-MN                  PIC 9(02).                     03910000
039200     10  FILLER                    PIC X(04) VALUE SPACES.        03920000
039300     10  FILLER                    PIC X(36) VALUE                03930000
039400         'STATE NEW-HIRE REPORT - TRANSMITTAL '.                  03940000
039500     10  FILLER                    PIC X(15) VALUE SPACES.        03950000
039600     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      03960000
039700     10  H-PAGE                    PIC Z(03).                     03970000
039800                                                                  03980000
039900 01  HEADING-2.                                                   03990000
040000     10  FILLER                    PIC X(40) VALUE                04000000
040100         ' CO  EMP#   SSN          LAST NAME   FIR'.              04010000
040200     10  FILLER                    PIC X(40) VALUE                04020000
040300         'ST NAME   HIRE DATE   TYPE    DAYS  FLAG'.              04030000
040400     10  FILLER                    PIC X(40) VALUE                04040000
040500         '      NOTE                              '.              04050000
040600                                                                  04060000
040700 PROCEDURE DIVISION.                                              04070000
040800                                                                  04080000
040900 010-START-HERE.                                                  04090000
041000     OPEN OUTPUT PRINT-FILE                                       04100000
041100     PERFORM 850-GET-DATE                                         04110000
041200     PERFORM 848-READ-NH-CARD                                     04120000
041300     PERFORM 800-PRINT-HEADINGS                                   04130000
041400     MOVE WS-DEADLINE-DAYS TO PL-DEADLINE-DAYS                    04140000
041500     MOVE WS-PARM-LINE TO WS-PRINT-REC                            04150000
041600     PERFORM 700-PRINT-LINE                                       04160000
041700     PERFORM 840-LOAD-CONTROL-CARDS                               04170000
041800     PERFORM 845-LOAD-NEW-HIRES                                   04180000
041900     OPEN INPUT EMPLOYEE-MASTER-FILE                              04190000
042000     IF NT-DROPPED-COUNT > 0                                      04200000
042100         MOVE '** NEWHIRE OVER 1000 ENTRIES - NOTHING SENT'       04210000
042200             TO WS-PRINT-REC                                      04220000
042300         PERFORM 700-PRINT-LINE                                   04230000
042400         MOVE 8 TO RETURN-CODE                                    04240000
042500     ELSE                                                         04250000
042600     IF WS-SUBMITTER-FLAG = "NO"                                  04260000
042700         MOVE '** NO VALID W2CTL SUBMITTER CARD - NOTHING SENT'   04270000
042800             TO WS-PRINT-REC                                      04280000
042900         PERFORM 700-PRINT-LINE                                   04290000
043000         MOVE 8 TO RETURN-CODE                                    04300000
043100     ELSE                                                         04310000
043200         MOVE 1 TO NT-SUB                                         04320000
043300         PERFORM 200-CHECK-PENDING                                04330000
043400           UNTIL NT-SUB > NT-COUNT                                04340000
043500         IF BA-DROPPED-COUNT > 0                                  04350000
043600             MOVE '** MORE THAN 50 COMPANIES - NOTHING SENT'      04360000
043700                 TO WS-PRINT-REC                                  04370000
043800             PERFORM 700-PRINT-LINE                               04380000
043900             MOVE 8 TO RETURN-CODE                                04390000
044000         ELSE                                                     04400000
044100             IF SEND-COUNT > 0                                    04410000
044200                 PERFORM 300-WRITE-STATE-FILE                     04420000
044300                 PERFORM 600-PROVE-STATE-FILE                     04430000
044400             ELSE                                                 04440000
044500                 MOVE ' NOTHING TO SEND - NO STATE FILE WRITTEN'  04450000
044600                     TO WS-PRINT-REC                              04460000
044700                 MOVE 2 TO WS-SPACING                             04470000
044800                 PERFORM 700-PRINT-LINE                           04480000
044900             END-IF                                               04490000
045000             PERFORM 500-PRINT-NOT-SENT                           04500000
045100             IF WS-BALANCE-FLAG = "YES"                           04510000
045200                 PERFORM 650-MARK-SENT                            04520000
045300                 PERFORM 980-REWRITE-NEW-HIRES                    04530000
045400             END-IF                                               04540000
045500             PERFORM 900-PRINT-FINAL-TOTALS                       04550000
045600             IF WS-BALANCE-FLAG = "NO"                            04560000
045700                 MOVE 8 TO RETURN-CODE                            04570000
045800             ELSE                                                 04580000
045900                 IF EXC-COUNT > 0                                 04590000
046000                     MOVE 4 TO RETURN-CODE                        04600000
046100                 END-IF                                           04610000
046200             END-IF                                               04620000
046300         END-IF                                                   04630000
046400     END-IF                                                       04640000
046500     END-IF                                                       04650000
046600     CLOSE EMPLOYEE-MASTER-FILE                                   04660000
046700     CLOSE PRINT-FILE                                             04670000
046800     PERFORM 985-WRITE-AUDIT-LOG                                  04680000
046900     GOBACK.                                                      04690000
047000                                                                  04700000
047100*    DECIDE WHAT TO DO WITH ONE NEWHIRE ENTRY.  ONLY PENDING      04710000
047200*    ENTRIES ARE LOOKED AT; ONE ALREADY SENT IS KEPT AS IS.       04720000
047300 200-CHECK-PENDING.                                               04730000
047400     MOVE SPACE TO NT-ACTION (NT-SUB)                             04740000
047500     IF NT-STATUS (NT-SUB) = 'P'                                  04750000
047600         ADD 1 TO PENDING-COUNT                                   04760000
047700         MOVE 'S' TO NT-ACTION (NT-SUB)                           04770000
047800         MOVE SPACES TO NT-HIRE-DATE (NT-SUB)                     04780000
047900         MOVE SPACES TO NT-COMPANY (NT-SUB)                       04790000
048000         MOVE SPACES TO NT-FLAG (NT-SUB)                          04800000
048100         MOVE SPACES TO NT-NOTE (NT-SUB)                          04810000
048200         MOVE NT-ID-NUMBER (NT-SUB) TO EMP-ID-NUMBER              04820000
048300         PERFORM 220-READ-EMPLOYEE                                04830000
048400         IF WS-EMP-FOUND-FLAG = "NO"                              04840000
048500             MOVE 'H' TO NT-ACTION (NT-SUB)                       04850000
048600             MOVE '** NOT ON EMPMSTR' TO NT-NOTE (NT-SUB)         04860000
048700         ELSE                                                     04870000
048800             MOVE EMP-COMPANY TO NT-COMPANY (NT-SUB)              04880000
048900             PERFORM 230-SET-HIRE-DATE                            04890000
049000             PERFORM 240-CHECK-IDENTITY                           04900000
049100         END-IF                                                   04910000
049200         PERFORM 260-DAYS-SINCE-HIRE                              04920000
049300         IF NT-ACTION (NT-SUB) = 'S'                              04930000
049400             PERFORM 250-CHECK-DUPLICATE                          04940000
049500         END-IF                                                   04950000
049600         PERFORM 210-COUNT-ACTION                                 04960000
049700     END-IF                                                       04970000
049800     ADD 1 TO NT-SUB                                              04980000
049900     .                                                            04990000
050000                                                                  05000000
050100 210-COUNT-ACTION.                                                05010000
050200     IF NT-ACTION (NT-SUB) = 'S'                                  05020000
050300         ADD 1 TO SEND-COUNT                                      05030000
050400         IF NT-EVENT (NT-SUB) = 'R'                               05040000
050500             ADD 1 TO REHIRE-SENT-COUNT                           05050000
050600         ELSE                                                     05060000
050700             ADD 1 TO NEW-SENT-COUNT                              05070000
050800         END-IF                                                   05080000
050900         IF NT-DAYS (NT-SUB) > WS-DEADLINE-DAYS                   05090000
051000             MOVE 'LATE' TO NT-FLAG (NT-SUB)                      05100000
051100             ADD 1 TO LATE-COUNT                                  05110000
051200             ADD 1 TO EXC-COUNT                                   05120000
051300         END-IF                                                   05130000
051400         MOVE NT-COMPANY (NT-SUB) TO WS-FIND-COMPANY              05140000
051500         PERFORM 270-ADD-BATCH-COMPANY                            05150000
051600     ELSE                                                         05160000
051700     IF NT-ACTION (NT-SUB) = 'H'                                  05170000
051800         ADD 1 TO HELD-COUNT                                      05180000
051900         ADD 1 TO EXC-COUNT                                       05190000
052000         IF NT-DAYS (NT-SUB) > WS-DEADLINE-DAYS                   05200000
052100             MOVE 'OVERDUE' TO NT-FLAG (NT-SUB)                   05210000
052200             ADD 1 TO OVERDUE-COUNT                               05220000
052300         END-IF                                                   05230000
052400     ELSE                                                         05240000
052500         ADD 1 TO DUP-COUNT                                       05250000
052600     END-IF                                                       05260000
052700     END-IF                                                       05270000
052800     .                                                            05280000
052900                                                                  05290000
053000 220-READ-EMPLOYEE.                                               05300000
053100     READ EMPLOYEE-MASTER-FILE                                    05310000
053200       INVALID KEY                                                05320000
053300         MOVE "NO" TO WS-EMP-FOUND-FLAG                           05330000
053400       NOT INVALID KEY                                            05340000
053500         MOVE "YES" TO WS-EMP-FOUND-FLAG                          05350000
053600     END-READ                                                     05360000
053700     .                                                            05370000
053800                                                                  05380000
053900*    A NEW HIRE IS SENT WITH THE EMPMSTR HIRE DATE.  A REHIRE     05390000
054000*    USES IT ONLY WHEN IT IS LATER THAN THE TERMINATION DATE      05400000
054100*    (HR KEYED THE NEW START); OTHERWISE THE DATE THE REHIRE      05410000
054200*    WAS RECORDED STANDS IN FOR IT.                               05420000
054300 230-SET-HIRE-DATE.                                               05430000
054400     MOVE EMP-HIRE-DATE TO WS-HIRE-YMD-X                          05440000
054500     PERFORM 235-CHECK-HIRE-YMD                                   05450000
054600     IF NT-EVENT (NT-SUB) = 'R'                                   05460000
054700         IF WS-DATE-OK-FLAG = "YES"                               05470000
054800           AND EMP-HIRE-DATE > EMP-TERM-DATE                      05480000
054900             MOVE EMP-HIRE-DATE TO NT-HIRE-DATE (NT-SUB)          05490000
055000         ELSE                                                     05500000
055100             PERFORM 237-RECORDED-AS-HIRE-DATE                    05510000
055200             MOVE WS-HIRE-YMD-X TO NT-HIRE-DATE (NT-SUB)          05520000
055300         END-IF                                                   05530000
055400     ELSE                                                         05540000
055500         IF WS-DATE-OK-FLAG = "YES"                               05550000
055600             MOVE EMP-HIRE-DATE TO NT-HIRE-DATE (NT-SUB)          05560000
055700         ELSE                                                     05570000
055800             MOVE 'H' TO NT-ACTION (NT-SUB)                       05580000
055900             MOVE '** NO VALID HIRE DATE ON EMPMSTR'              05590000
056000                 TO NT-NOTE (NT-SUB)                              05600000
056100         END-IF                                                   05610000
056200     END-IF                                                       05620000
056300     .                                                            05630000
056400                                                                  05640000
056500 235-CHECK-HIRE-YMD.                                              05650000
056600     MOVE "NO" TO WS-DATE-OK-FLAG                                 05660000
056700     IF WS-HIRE-YMD-X NUMERIC                                     05670000
056800         IF HY-MM > 0 AND HY-MM < 13 AND HY-DD > 0 AND HY-DD < 32 05680000
056900             MOVE "YES" TO WS-DATE-OK-FLAG                        05690000
057000         END-IF                                                   05700000
057100     END-IF                                                       05710000
057200     .                                                            05720000
057300                                                                  05730000
057400 237-RECORDED-AS-HIRE-DATE.                                       05740000
057500     MOVE NT-RECORDED-DATE (NT-SUB) TO WS-YMD-NUM                 05750000
057600     MOVE 20 TO HY-CC                                             05760000
057700     MOVE WS-YMD-YY TO HY-YY                                      05770000
057800     MOVE WS-YMD-MM TO HY-MM                                      05780000
057900     MOVE WS-YMD-DD TO HY-DD                                      05790000
058000     .                                                            05800000
058100                                                                  05810000
058200 240-CHECK-IDENTITY.                                              05820000
058300     IF NT-ACTION (NT-SUB) = 'S'                                  05830000
058400         IF EMP-SSN NOT NUMERIC OR EMP-SSN = ZEROS                05840000
058500             MOVE 'H' TO NT-ACTION (NT-SUB)                       05850000
058600             MOVE '** NO VALID SSN ON EMPMSTR' TO NT-NOTE (NT-SUB)05860000
058700         ELSE                                                     05870000
058800         IF EMP-ADDR-STREET = SPACES OR EMP-ADDR-CITY = SPACES    05880000
058900           OR EMP-ADDR-STATE = SPACES OR EMP-ADDR-ZIP = SPACES    05890000
059000             MOVE 'H' TO NT-ACTION (NT-SUB)                       05900000
059100             MOVE '** NO MAILING ADDRESS ON EMPMSTR'              05910000
059200                 TO NT-NOTE (NT-SUB)                              05920000
059300         END-IF                                                   05930000
059400         END-IF                                                   05940000
059500     END-IF                                                       05950000
059600     .                                                            05960000
059700                                                                  05970000
059800*    THE SAME EMPLOYEE AND HIRE DATE ALREADY SENT, EITHER ON AN   05980000
059900*    EARLIER RUN OR EARLIER IN THIS ONE, IS NOT SENT AGAIN.       05990000
060000 250-CHECK-DUPLICATE.                                             06000000
060100     MOVE "NO" TO WS-DUP-FLAG                                     06010000
060200     MOVE 1 TO NT-SUB2                                            06020000
060300     PERFORM 255-DUPLICATE-SCAN                                   06030000
060400       UNTIL WS-DUP-FLAG = "YES"                                  06040000
060500       OR NT-SUB2 > NT-COUNT                                      06050000
060600     IF WS-DUP-FLAG = "YES"                                       06060000
060700         MOVE 'D' TO NT-ACTION (NT-SUB)                           06070000
060800         MOVE '** ALREADY REPORTED - NOT RESENT'                  06080000
060900             TO NT-NOTE (NT-SUB)                                  06090000
061000     END-IF                                                       06100000
061100     .                                                            06110000
061200                                                                  06120000
061300 255-DUPLICATE-SCAN.                                              06130000
061400     IF NT-SUB2 NOT = NT-SUB                                      06140000
061500       AND NT-ID-NUMBER (NT-SUB2) = NT-ID-NUMBER (NT-SUB)         06150000
061600       AND NT-HIRE-DATE (NT-SUB2) = NT-HIRE-DATE (NT-SUB)         06160000
061700       AND (NT-STATUS (NT-SUB2) = 'S'                             06170000
061800         OR NT-ACTION (NT-SUB2) = 'S')                            06180000
061900         MOVE "YES" TO WS-DUP-FLAG                                06190000
062000     ELSE                                                         06200000
062100         ADD 1 TO NT-SUB2                                         06210000
062200     END-IF                                                       06220000
062300     .                                                            06230000
062400                                                                  06240000
062500*    DAYS FROM THE HIRE DATE (THE RECORDED DATE WHEN THERE IS NO  06250000
062600*    USABLE HIRE DATE) TO TODAY.  A DATE BEFORE 2000 COUNTS FROM  06260000
062700*    DAY ZERO, SO IT IS ALWAYS PAST THE DEADLINE.                 06270000
062800 260-DAYS-SINCE-HIRE.                                             06280000
062900     IF NT-HIRE-DATE (NT-SUB) = SPACES                            06290000
063000         PERFORM 237-RECORDED-AS-HIRE-DATE                        06300000
063100     ELSE                                                         06310000
063200         MOVE NT-HIRE-DATE (NT-SUB) TO WS-HIRE-YMD-X              06320000
063300     END-IF                                                       06330000
063400     MOVE 0 TO WS-START-DAYNUM                                    06340000
063500     IF HY-CC = 20                                                06350000
063600         MOVE HY-MM TO WS-DC-MM                                   06360000
063700         MOVE HY-DD TO WS-DC-DD                                   06370000
063800         MOVE HY-YY TO WS-DC-YY                                   06380000
063900         PERFORM 475-DAY-NUMBER                                   06390000
064000         MOVE WS-DC-DAYNUM TO WS-START-DAYNUM                     06400000
064100     END-IF                                                       06410000
064200     MOVE 0 TO WS-DAYS                                            06420000
064300     IF WS-RUN-DAYNUM > WS-START-DAYNUM                           06430000
064400         SUBTRACT WS-START-DAYNUM FROM WS-RUN-DAYNUM              06440000
064500             GIVING WS-DAYS                                       06450000
064600     END-IF                                                       06460000
064700     IF WS-DAYS > 9999                                            06470000
064800         MOVE 9999 TO WS-DAYS                                     06480000
064900     END-IF                                                       06490000
065000     MOVE WS-DAYS TO NT-DAYS (NT-SUB)                             06500000
065100     .                                                            06510000
065200                                                                  06520000
065300 270-ADD-BATCH-COMPANY.                                           06530000
065400     MOVE 0 TO BA-PICKED                                          06540000
065500     MOVE 1 TO BA-SUB                                             06550000
065600     PERFORM 275-BATCH-SCAN                                       06560000
065700       UNTIL BA-PICKED > 0                                        06570000
065800       OR BA-SUB > BA-COUNT                                       06580000
065900     IF BA-PICKED = 0                                             06590000
066000         IF BA-COUNT < 50                                         06600000
066100             ADD 1 TO BA-COUNT                                    06610000
066200             MOVE WS-FIND-COMPANY TO BA-COMPANY (BA-COUNT)        06620000
066300         ELSE                                                     06630000
066400             ADD 1 TO BA-DROPPED-COUNT                            06640000
066500         END-IF                                                   06650000
066600     END-IF                                                       06660000
066700     .                                                            06670000
066800                                                                  06680000
066900 275-BATCH-SCAN.                                                  06690000
067000     IF BA-COMPANY (BA-SUB) = WS-FIND-COMPANY                     06700000
067100         MOVE BA-SUB TO BA-PICKED                                 06710000
067200     ELSE                                                         06720000
067300         ADD 1 TO BA-SUB                                          06730000
067400     END-IF                                                       06740000
067500     .                                                            06750000
067600                                                                  06760000
067700 300-WRITE-STATE-FILE.                                            06770000
067800     OPEN OUTPUT STATE-FILE                                       06780000
067900     MOVE WS-SUB-EIN TO HD-SUB-FEIN                               06790000
068000     MOVE WS-SUB-NAME TO HD-SUB-NAME                              06800000
068100     MOVE YY TO HD-CREATE-YY                                      06810000
068200     MOVE MM TO HD-CREATE-MM                                      06820000
068300     MOVE DD TO HD-CREATE-DD                                      06830000
068400     WRITE STATE-REC FROM WS-NH-HD                                06840000
068500     ADD 1 TO FT-RECORD-COUNT                                     06850000
068600     MOVE ' SENT TO THE STATE NEW-HIRE REGISTRY' TO WS-PRINT-REC  06860000
068700     MOVE 2 TO WS-SPACING                                         06870000
068800     PERFORM 700-PRINT-LINE                                       06880000
068900     MOVE 1 TO BA-SUB                                             06890000
069000     PERFORM 400-WRITE-COMPANY                                    06900000
069100       UNTIL BA-SUB > BA-COUNT                                    06910000
069200     MOVE WS-WRITE-COUNT TO T4-W4-COUNT                           06920000
069300     WRITE STATE-REC FROM WS-NH-T4                                06930000
069400     ADD 1 TO FT-RECORD-COUNT                                     06940000
069500     CLOSE STATE-FILE                                             06950000
069600     .                                                            06960000
069700                                                                  06970000
069800 400-WRITE-COMPANY.                                               06980000
069900     MOVE 0 TO BT-COUNT                                           06990000
070000     MOVE SPACES TO WS-BATCH-NOTE                                 07000000
070100     MOVE BA-COMPANY (BA-SUB) TO WS-FIND-COMPANY                  07010000
070200     PERFORM 460-FIND-COMPANY                                     07020000
070300     IF CO-PICKED = 0                                             07030000
070400         MOVE '** NO EMPLOYER CARD' TO WS-BATCH-NOTE              07040000
070500     ELSE                                                         07050000
070600     IF CO-EIN (CO-PICKED) = SPACES                               07060000
070700         MOVE '** NO EMPLOYER CARD' TO WS-BATCH-NOTE              07070000
070800     END-IF                                                       07080000
070900     END-IF                                                       07090000
071000     IF WS-BATCH-NOTE NOT = SPACES                                07100000
071100         ADD 1 TO DEFAULT-CO-COUNT                                07110000
071200         ADD 1 TO EXC-COUNT                                       07120000
071300         MOVE WS-SUB-EIN TO W4-EMPLOYER-FEIN                      07130000
071400         MOVE WS-SUB-NAME TO W4-EMPLOYER-NAME                     07140000
071500     ELSE                                                         07150000
071600         MOVE CO-EIN (CO-PICKED) TO W4-EMPLOYER-FEIN              07160000
071700         MOVE CO-NAME (CO-PICKED) TO W4-EMPLOYER-NAME             07170000
071800     END-IF                                                       07180000
071900     PERFORM 430-SET-EMPLOYER-ADDRESS                             07190000
072000     MOVE BA-COMPANY (BA-SUB) TO CL-COMPANY                       07200000
072100     MOVE W4-EMPLOYER-FEIN TO CL-EIN                              07210000
072200     MOVE W4-EMPLOYER-NAME TO CL-NAME                             07220000
072300     MOVE WS-BATCH-NOTE TO CL-NOTE                                07230000
072400     MOVE WS-COMPANY-LINE TO WS-PRINT-REC                         07240000
072500     MOVE 2 TO WS-SPACING                                         07250000
072600     PERFORM 700-PRINT-LINE                                       07260000
072700     MOVE 1 TO NT-SUB                                             07270000
072800     PERFORM 410-COMPANY-ENTRY                                    07280000
072900       UNTIL NT-SUB > NT-COUNT                                    07290000
073000     MOVE SPACES TO WS-TOTAL-LINE                                 07300000
073100     MOVE 'SENT FOR THE COMPANY:' TO TL-LABEL                     07310000
073200     MOVE BT-COUNT TO TL-COUNT                                    07320000
073300     PERFORM 910-PRINT-TOTAL-LINE                                 07330000
073400     ADD 1 TO BA-SUB                                              07340000
073500     .                                                            07350000
073600                                                                  07360000
073700 410-COMPANY-ENTRY.                                               07370000
073800     IF NT-ACTION (NT-SUB) = 'S'                                  07380000
073900       AND NT-COMPANY (NT-SUB) = BA-COMPANY (BA-SUB)              07390000
074000         PERFORM 420-WRITE-NEW-HIRE                               07400000
074100     END-IF                                                       07410000
074200     ADD 1 TO NT-SUB                                              07420000
074300     .                                                            07430000
074400                                                                  07440000
074500 420-WRITE-NEW-HIRE.                                              07450000
074600     MOVE NT-ID-NUMBER (NT-SUB) TO EMP-ID-NUMBER                  07460000
074700     PERFORM 220-READ-EMPLOYEE                                    07470000
074800     MOVE EMP-SSN TO W4-SSN                                       07480000
074900     MOVE EMP-FIRST-NAME TO W4-FIRST-NAME                         07490000
075000     MOVE EMP-MID-INIT TO W4-MIDDLE-INIT                          07500000
075100     MOVE EMP-LAST-NAME TO W4-LAST-NAME                           07510000
075200     MOVE EMP-ADDR-STREET TO W4-STREET                            07520000
075300     MOVE EMP-ADDR-CITY TO W4-CITY                                07530000
075400     MOVE EMP-ADDR-STATE TO W4-STATE                              07540000
075500     MOVE EMP-ADDR-ZIP TO W4-ZIP                                  07550000
075600     MOVE EMP-ADDR-ZIP4 TO W4-ZIP4                                07560000
075700     MOVE NT-HIRE-DATE (NT-SUB) TO W4-HIRE-DATE                   07570000
075800     MOVE NT-EVENT (NT-SUB) TO W4-HIRE-TYPE                       07580000
075900     WRITE STATE-REC FROM WS-NH-W4                                07590000
076000     ADD 1 TO FT-RECORD-COUNT                                     07600000
076100     ADD 1 TO WS-WRITE-COUNT                                      07610000
076200     ADD 1 TO BT-COUNT                                            07620000
076300     PERFORM 530-FORMAT-DETAIL                                    07630000
076400     PERFORM 700-PRINT-LINE                                       07640000
076500     .                                                            07650000
076600                                                                  07660000
076700 430-SET-EMPLOYER-ADDRESS.                                        07670000
076800     IF CO-PICKED = 0                                             07680000
076900         PERFORM 435-USE-SUBMITTER-ADDRESS                        07690000
077000     ELSE                                                         07700000
077100     IF CO-CITY (CO-PICKED) = SPACES                              07710000
077200         PERFORM 435-USE-SUBMITTER-ADDRESS                        07720000
077300     ELSE                                                         07730000
077400         MOVE CO-STREET (CO-PICKED) TO W4-EMPLOYER-STREET         07740000
077500         MOVE CO-CITY (CO-PICKED) TO W4-EMPLOYER-CITY             07750000
077600         MOVE CO-STATE (CO-PICKED) TO W4-EMPLOYER-STATE           07760000
077700         MOVE CO-ZIP (CO-PICKED) TO W4-EMPLOYER-ZIP               07770000
077800         MOVE CO-ZIP4 (CO-PICKED) TO W4-EMPLOYER-ZIP4             07780000
077900     END-IF                                                       07790000
078000     END-IF                                                       07800000
078100     .                                                            07810000
078200                                                                  07820000
078300 435-USE-SUBMITTER-ADDRESS.                                       07830000
078400     MOVE WS-SUB-STREET TO W4-EMPLOYER-STREET                     07840000
078500     MOVE WS-SUB-CITY TO W4-EMPLOYER-CITY                         07850000
078600     MOVE WS-SUB-STATE TO W4-EMPLOYER-STATE                       07860000
078700     MOVE WS-SUB-ZIP TO W4-EMPLOYER-ZIP                           07870000
078800     MOVE WS-SUB-ZIP4 TO W4-EMPLOYER-ZIP4                         07880000
078900     .                                                            07890000
079000                                                                  07900000
079100 460-FIND-COMPANY.                                                07910000
079200     MOVE 0 TO CO-PICKED                                          07920000
079300     MOVE 1 TO CO-SUB                                             07930000
079400     PERFORM 465-COMPANY-SCAN                                     07940000
079500       UNTIL CO-PICKED > 0                                        07950000
079600       OR CO-SUB > CO-COUNT                                       07960000
079700     .                                                            07970000
079800                                                                  07980000
079900 465-COMPANY-SCAN.                                                07990000
080000     IF CO-COMPANY (CO-SUB) = WS-FIND-COMPANY                     08000000
080100         MOVE CO-SUB TO CO-PICKED                                 08010000
080200     ELSE                                                         08020000
080300         ADD 1 TO CO-SUB                                          08030000
080400     END-IF                                                       08040000
080500     .                                                            08050000
080600                                                                  08060000
080700 475-DAY-NUMBER.                                                  08070000
080800     MOVE 0 TO WS-DC-DAYNUM                                       08080000
080900     IF WS-DC-MM > 0 AND WS-DC-MM < 13                            08090000
081000         DIVIDE WS-DC-YY BY 4 GIVING WS-LEAP-QUOT                 08100000
081100             REMAINDER WS-LEAP-REM                                08110000
081200         IF WS-LEAP-REM = 0                                       08120000
081300             MOVE 29 TO DIM-DAYS (2)                              08130000
081400         ELSE                                                     08140000
081500             MOVE 28 TO DIM-DAYS (2)                              08150000
081600         END-IF                                                   08160000
081700         MULTIPLY WS-DC-YY BY 365 GIVING WS-DC-DAYNUM             08170000
081800         ADD 3 WS-DC-YY GIVING WS-LEAP-YEARS                      08180000
081900         DIVIDE WS-LEAP-YEARS BY 4 GIVING WS-LEAP-YEARS           08190000
082000         ADD WS-LEAP-YEARS TO WS-DC-DAYNUM                        08200000
082100         ADD WS-DC-DD TO WS-DC-DAYNUM                             08210000
082200         MOVE 1 TO WS-MONTH-SUB                                   08220000
082300         PERFORM 476-ADD-MONTH-DAYS                               08230000
082400           UNTIL WS-MONTH-SUB >= WS-DC-MM                         08240000
082500     END-IF                                                       08250000
082600     .                                                            08260000
082700                                                                  08270000
082800 476-ADD-MONTH-DAYS.                                              08280000
082900     ADD DIM-DAYS (WS-MONTH-SUB) TO WS-DC-DAYNUM                  08290000
083000     ADD 1 TO WS-MONTH-SUB                                        08300000
083100     .                                                            08310000
083200                                                                  08320000
083300*    ENTRIES HELD BACK OR FOUND ALREADY REPORTED                  08330000
083400 500-PRINT-NOT-SENT.                                              08340000
083500     IF HELD-COUNT > 0 OR DUP-COUNT > 0                           08350000
083600         MOVE ' NOT SENT' TO WS-PRINT-REC                         08360000
083700         MOVE 3 TO WS-SPACING                                     08370000
083800         PERFORM 700-PRINT-LINE                                   08380000
083900         MOVE 2 TO WS-SPACING                                     08390000
084000         MOVE 1 TO NT-SUB                                         08400000
084100         PERFORM 510-NOT-SENT-ENTRY                               08410000
084200           UNTIL NT-SUB > NT-COUNT                                08420000
084300     END-IF                                                       08430000
084400     .                                                            08440000
084500                                                                  08450000
084600 510-NOT-SENT-ENTRY.                                              08460000
084700     IF NT-ACTION (NT-SUB) = 'H' OR NT-ACTION (NT-SUB) = 'D'      08470000
084800         MOVE NT-ID-NUMBER (NT-SUB) TO EMP-ID-NUMBER              08480000
084900         PERFORM 220-READ-EMPLOYEE                                08490000
085000         PERFORM 530-FORMAT-DETAIL                                08500000
085100         PERFORM 700-PRINT-LINE                                   08510000
085200     END-IF                                                       08520000
085300     ADD 1 TO NT-SUB                                              08530000
085400     .                                                            08540000
085500                                                                  08550000
085600 530-FORMAT-DETAIL.                                               08560000
085700     MOVE NT-COMPANY (NT-SUB) TO PR-COMPANY                       08570000
085800     MOVE NT-ID-NUMBER (NT-SUB) TO PR-ID                          08580000
085900     IF WS-EMP-FOUND-FLAG = "YES"                                 08590000
086000         IF EMP-SSN NUMERIC                                       08600000
086100             MOVE EMP-SSN TO WS-SSN-X                             08610000
086200             MOVE SP-LAST-4 TO SM-LAST-4                          08620000
086300             MOVE WS-SSN-MASK TO PR-SSN                           08630000
086400         END-IF                                                   08640000
086500         MOVE EMP-LAST-NAME TO PR-LAST-NAME                       08650000
086600         MOVE EMP-FIRST-NAME TO PR-FIRST-NAME                     08660000
086700     END-IF                                                       08670000
086800     IF NT-HIRE-DATE (NT-SUB) NOT = SPACES                        08680000
086900         MOVE NT-HIRE-DATE (NT-SUB) TO WS-HIRE-YMD-X              08690000
087000         MOVE HY-MM TO HD-MM                                      08700000
087100         MOVE HY-DD TO HD-DD                                      08710000
087200         MOVE HY-CC TO HD-CC                                      08720000
087300         MOVE HY-YY TO HD-YY                                      08730000
087400         MOVE WS-HIRE-DISPLAY TO PR-HIRE-DATE                     08740000
087500     END-IF                                                       08750000
087600     IF NT-EVENT (NT-SUB) = 'R'                                   08760000
087700         MOVE 'REHIRE' TO PR-TYPE                                 08770000
087800     ELSE                                                         08780000
087900         MOVE 'NEW' TO PR-TYPE                                    08790000
088000     END-IF                                                       08800000
088100     MOVE NT-DAYS (NT-SUB) TO PR-DAYS                             08810000
088200     MOVE NT-FLAG (NT-SUB) TO PR-FLAG                             08820000
088300     MOVE NT-NOTE (NT-SUB) TO PR-NOTE                             08830000
088400     .                                                            08840000
088500                                                                  08850000
088600*    READ THE STATE FILE BACK AND PROVE ITS COUNTS                08860000
088700 600-PROVE-STATE-FILE.                                            08870000
088800     OPEN INPUT STATE-FILE                                        08880000
088900     MOVE "NO" TO EOF-FLAG                                        08890000
089000     PERFORM 610-READ-STATE-FILE                                  08900000
089100     PERFORM 620-PROVE-RECORD                                     08910000
089200       UNTIL EOF-FLAG = "YES"                                     08920000
089300     CLOSE STATE-FILE                                             08930000
089400     MOVE "YES" TO WS-BALANCE-FLAG                                08940000
089500     IF RB-HD-COUNT NOT = 1                                       08950000
089600       OR RB-W4-COUNT NOT = SEND-COUNT                            08960000
089700       OR RB-T4-COUNT NOT = SEND-COUNT                            08970000
089800         MOVE "NO" TO WS-BALANCE-FLAG                             08980000
089900     END-IF                                                       08990000
090000     .                                                            09000000
090100                                                                  09010000
090200 610-READ-STATE-FILE.                                             09020000
090300     READ STATE-FILE                                              09030000
090400       AT END                                                     09040000
090500         MOVE "YES" TO EOF-FLAG                                   09050000
090600     END-READ                                                     09060000
090700     .                                                            09070000
090800                                                                  09080000
090900 620-PROVE-RECORD.                                                09090000
091000     IF ST-REC-ID = 'HD'                                          09100000
091100         ADD 1 TO RB-HD-COUNT                                     09110000
091200     ELSE                                                         09120000
091300     IF ST-REC-ID = 'W4'                                          09130000
091400         ADD 1 TO RB-W4-COUNT                                     09140000
091500     ELSE                                                         09150000
091600     IF ST-REC-ID = 'T4'                                          09160000
091700         MOVE ST-T4-W4-COUNT TO RB-T4-COUNT                       09170000
091800     END-IF                                                       09180000
091900     END-IF                                                       09190000
092000     END-IF                                                       09200000
092100     PERFORM 610-READ-STATE-FILE                                  09210000
092200     .                                                            09220000
092300                                                                  09230000
092400*    SENT AND ALREADY-REPORTED ENTRIES ARE MARKED SENT TODAY      09240000
092500 650-MARK-SENT.                                                   09250000
092600     MOVE 1 TO NT-SUB                                             09260000
092700     PERFORM 655-MARK-ONE                                         09270000
092800       UNTIL NT-SUB > NT-COUNT                                    09280000
092900     .                                                            09290000
093000                                                                  09300000
093100 655-MARK-ONE.                                                    09310000
093200     IF NT-ACTION (NT-SUB) = 'S' OR NT-ACTION (NT-SUB) = 'D'      09320000
093300         MOVE 'S' TO NT-STATUS (NT-SUB)                           09330000
093400         MOVE WS-DATE TO NT-REPORTED-DATE (NT-SUB)                09340000
093500     END-IF                                                       09350000
093600     ADD 1 TO NT-SUB                                              09360000
093700     .                                                            09370000
093800                                                                  09380000
093900 700-PRINT-LINE.                                                  09390000
094000     PERFORM 750-WRITE                                            09400000
094100     IF WS-LINE-COUNT > 50                                        09410000
094200         PERFORM 800-PRINT-HEADINGS                               09420000
094300     END-IF                                                       09430000
094400     .                                                            09440000
094500                                                                  09450000
094600 750-WRITE.                                                       09460000
094700     WRITE PRINT-REC FROM WS-PRINT-REC                            09470000
094800       AFTER ADVANCING WS-SPACING LINES                           09480000
094900     END-WRITE                                                    09490000
095000     ADD WS-SPACING TO WS-LINE-COUNT                              09500000
095100     MOVE 1 TO WS-SPACING                                         09510000
095200     MOVE SPACES TO WS-PRINT-REC                                  09520000
095300     .                                                            09530000
095400                                                                  09540000
095500 800-PRINT-HEADINGS.                                              09550000
095600     ADD 1 TO WS-PAGE                                             09560000
095700     MOVE WS-PAGE TO H-PAGE                                       09570000
095800     WRITE PRINT-REC FROM HEADING-1                               09580000
095900       AFTER ADVANCING PAGE                                       09590000
096000     END-WRITE                                                    09600000
096100     MOVE HEADING-2 TO WS-PRINT-REC                               09610000
096200     MOVE 2 TO WS-SPACING                                         09620000
096300     PERFORM 750-WRITE                                            09630000
096400     MOVE 2 TO WS-SPACING                                         09640000
096500     MOVE 0 TO WS-LINE-COUNT                                      09650000
096600     .                                                            09660000
096700                                                                  09670000
096800 840-LOAD-CONTROL-CARDS.                                          09680000
096900     OPEN INPUT W2-CONTROL-FILE                                   09690000
097000     MOVE "NO" TO WC-EOF-FLAG                                     09700000
097100     MOVE 0 TO CO-COUNT                                           09710000
097200     PERFORM UNTIL WC-EOF-FLAG = "YES"                            09720000
097300         READ W2-CONTROL-FILE                                     09730000
097400           AT END                                                 09740000
097500             MOVE "YES" TO WC-EOF-FLAG                            09750000
097600           NOT AT END                                             09760000
097700             PERFORM 841-STORE-CARD                               09770000
097800         END-READ                                                 09780000
097900     END-PERFORM                                                  09790000
098000     CLOSE W2-CONTROL-FILE                                        09800000
098100     .                                                            09810000
098200                                                                  09820000
098300*    ONLY THE SUBMITTER AND EMPLOYER CARDS MATTER HERE            09830000
098400 841-STORE-CARD.                                                  09840000
098500     IF WCS-REC-TYPE = 'S'                                        09850000
098600         IF WCS-EIN NUMERIC                                       09860000
098700             MOVE "YES" TO WS-SUBMITTER-FLAG                      09870000
098800         END-IF                                                   09880000
098900         MOVE WCS-EIN TO WS-SUB-EIN                               09890000
099000         MOVE WCS-NAME TO WS-SUB-NAME                             09900000
099100     ELSE                                                         09910000
099200     IF WCA-REC-TYPE = 'A'                                        09920000
099300         MOVE WCA-STREET TO WS-SUB-STREET                         09930000
099400         MOVE WCA-CITY TO WS-SUB-CITY                             09940000
099500         MOVE WCA-STATE TO WS-SUB-STATE                           09950000
099600         MOVE WCA-ZIP TO WS-SUB-ZIP                               09960000
099700         MOVE WCA-ZIP4 TO WS-SUB-ZIP4                             09970000
099800     ELSE                                                         09980000
099900     IF WCE-REC-TYPE = 'E'                                        09990000
100000         MOVE WCE-COMPANY TO WS-FIND-COMPANY                      10000000
100100         PERFORM 842-ADD-CARD-COMPANY                             10010000
100200         IF CO-PICKED > 0                                         10020000
100300             MOVE WCE-EIN TO CO-EIN (CO-PICKED)                   10030000
100400             MOVE WCE-NAME TO CO-NAME (CO-PICKED)                 10040000
100500         END-IF                                                   10050000
100600     ELSE                                                         10060000
100700     IF WCA-REC-TYPE = 'B'                                        10070000
100800         MOVE WCA-COMPANY TO WS-FIND-COMPANY                      10080000
100900         PERFORM 842-ADD-CARD-COMPANY                             10090000
101000         IF CO-PICKED > 0                                         10100000
101100             MOVE WCA-STREET TO CO-STREET (CO-PICKED)             10110000
101200             MOVE WCA-CITY TO CO-CITY (CO-PICKED)                 10120000
101300             MOVE WCA-STATE TO CO-STATE (CO-PICKED)               10130000
101400             MOVE WCA-ZIP TO CO-ZIP (CO-PICKED)                   10140000
101500             MOVE WCA-ZIP4 TO CO-ZIP4 (CO-PICKED)                 10150000
101600         END-IF                                                   10160000
101700     END-IF                                                       10170000
101800     END-IF                                                       10180000
101900     END-IF                                                       10190000
102000     END-IF                                                       10200000
102100     .                                                            10210000
102200                                                                  10220000
102300 842-ADD-CARD-COMPANY.                                            10230000
102400     PERFORM 460-FIND-COMPANY                                     10240000
102500     IF CO-PICKED = 0 AND CO-COUNT < 50                           10250000
102600         ADD 1 TO CO-COUNT                                        10260000
102700         MOVE CO-COUNT TO CO-PICKED                               10270000
102800         MOVE SPACES TO CO-ITEM (CO-COUNT)                        10280000
102900         MOVE WS-FIND-COMPANY TO CO-COMPANY (CO-COUNT)            10290000
103000     END-IF                                                       10300000
103100     .                                                            10310000
103200                                                                  10320000
103300 845-LOAD-NEW-HIRES.                                              10330000
103400     OPEN INPUT NEW-HIRE-FILE                                     10340000
103500     MOVE "NO" TO NH-EOF-FLAG                                     10350000
103600     MOVE 0 TO NT-COUNT                                           10360000
103700     PERFORM UNTIL NH-EOF-FLAG = "YES"                            10370000
103800         READ NEW-HIRE-FILE                                       10380000
103900           AT END                                                 10390000
104000             MOVE "YES" TO NH-EOF-FLAG                            10400000
104100           NOT AT END                                             10410000
104200             ADD 1 TO REC-COUNT                                   10420000
104300             IF NT-COUNT < 1000                                   10430000
104400                 PERFORM 846-STORE-NEW-HIRE                       10440000
104500             ELSE                                                 10450000
104600                 ADD 1 TO NT-DROPPED-COUNT                        10460000
104700             END-IF                                               10470000
104800         END-READ                                                 10480000
104900     END-PERFORM                                                  10490000
105000     CLOSE NEW-HIRE-FILE                                          10500000
105100     .                                                            10510000
105200                                                                  10520000
105300 846-STORE-NEW-HIRE.                                              10530000
105400     ADD 1 TO NT-COUNT                                            10540000
105500     MOVE SPACES TO NT-ITEM (NT-COUNT)                            10550000
105600     MOVE NH-ID-NUMBER TO NT-ID-NUMBER (NT-COUNT)                 10560000
105700     MOVE NH-EVENT TO NT-EVENT (NT-COUNT)                         10570000
105800     MOVE NH-STATUS TO NT-STATUS (NT-COUNT)                       10580000
105900     MOVE NH-RECORDED-DATE TO NT-RECORDED-DATE (NT-COUNT)         10590000
106000     MOVE NH-RECORDED-BY TO NT-RECORDED-BY (NT-COUNT)             10600000
106100     MOVE NH-REPORTED-DATE TO NT-REPORTED-DATE (NT-COUNT)         10610000
106200     MOVE NH-HIRE-DATE TO NT-HIRE-DATE (NT-COUNT)                 10620000
106300     MOVE 0 TO NT-DAYS (NT-COUNT)                                 10630000
106400     .                                                            10640000
106500                                                                  10650000
106600 848-READ-NH-CARD.                                                10660000
106700     OPEN INPUT NH-CARD-FILE                                      10670000
106800     READ NH-CARD-FILE                                            10680000
106900       AT END                                                     10690000
107000         MOVE "YES" TO NC-EOF-FLAG                                10700000
107100     END-READ                                                     10710000
107200     IF NC-EOF-FLAG = "NO"                                        10720000
107300         IF NC-DEADLINE-DAYS-N NUMERIC AND NC-DEADLINE-DAYS-N > 0 10730000
107400             MOVE NC-DEADLINE-DAYS-N TO WS-DEADLINE-DAYS          10740000
107500         END-IF                                                   10750000
107600     END-IF                                                       10760000
107700     CLOSE NH-CARD-FILE                                           10770000
107800     .                                                            10780000
107900                                                                  10790000
108000 850-GET-DATE.                                                    10800000
108100     ACCEPT WS-DATE FROM DATE                                     10810000
108200     MOVE MM TO H-MM                                              10820000
108300     MOVE DD TO H-DD                                              10830000
108400     MOVE YY TO H-YY                                              10840000
108500     ACCEPT WS-TIME FROM TIME                                     10850000
108600     MOVE HH TO H-HH                                              10860000
108700     MOVE MN TO H-MN                                              10870000
108800     MOVE MM TO WS-DC-MM                                          10880000
108900     MOVE DD TO WS-DC-DD                                          10890000
109000     MOVE YY TO WS-DC-YY                                          10900000
109100     PERFORM 475-DAY-NUMBER                                       10910000
109200     MOVE WS-DC-DAYNUM TO WS-RUN-DAYNUM                           10920000
109300     .                                                            10930000
109400                                                                  10940000
109500 900-PRINT-FINAL-TOTALS.                                          10950000
109600     MOVE 3 TO WS-SPACING                                         10960000
109700     MOVE REC-COUNT TO WS-REC-COUNT-ED                            10970000
109800     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          10980000
109900     PERFORM 700-PRINT-LINE                                       10990000
110000     MOVE SPACES TO WS-TOTAL-LINE                                 11000000
110100     MOVE 'PENDING AT START:' TO TL-LABEL                         11010000
110200     MOVE PENDING-COUNT TO TL-COUNT                               11020000
110300     PERFORM 910-PRINT-TOTAL-LINE                                 11030000
110400     MOVE 'NEW HIRES SENT:' TO TL-LABEL                           11040000
110500     MOVE NEW-SENT-COUNT TO TL-COUNT                              11050000
110600     PERFORM 910-PRINT-TOTAL-LINE                                 11060000
110700     MOVE 'REHIRES SENT:' TO TL-LABEL                             11070000
110800     MOVE REHIRE-SENT-COUNT TO TL-COUNT                           11080000
110900     PERFORM 910-PRINT-TOTAL-LINE                                 11090000
111000     MOVE 'SENT PAST THE DEADLINE:' TO TL-LABEL                   11100000
111100     MOVE LATE-COUNT TO TL-COUNT                                  11110000
111200     PERFORM 910-PRINT-TOTAL-LINE                                 11120000
111300     MOVE 'ALREADY REPORTED, NOT RESENT:' TO TL-LABEL             11130000
111400     MOVE DUP-COUNT TO TL-COUNT                                   11140000
111500     PERFORM 910-PRINT-TOTAL-LINE                                 11150000
111600     MOVE 'HELD - STILL PENDING:' TO TL-LABEL                     11160000
111700     MOVE HELD-COUNT TO TL-COUNT                                  11170000
111800     PERFORM 910-PRINT-TOTAL-LINE                                 11180000
111900     MOVE 'HELD PAST THE DEADLINE:' TO TL-LABEL                   11190000
112000     MOVE OVERDUE-COUNT TO TL-COUNT                               11200000
112100     PERFORM 910-PRINT-TOTAL-LINE                                 11210000
112200     MOVE 'COMPANIES WITH NO E CARD:' TO TL-LABEL                 11220000
112300     MOVE DEFAULT-CO-COUNT TO TL-COUNT                            11230000
112400     PERFORM 910-PRINT-TOTAL-LINE                                 11240000
112500     IF SEND-COUNT > 0                                            11250000
112600         MOVE 2 TO WS-SPACING                                     11260000
112700         MOVE 'W4 RECORDS WRITTEN:' TO TL-LABEL                   11270000
112800         MOVE WS-WRITE-COUNT TO TL-COUNT                          11280000
112900         PERFORM 910-PRINT-TOTAL-LINE                             11290000
113000         MOVE 'W4 RECORDS READ BACK:' TO TL-LABEL                 11300000
113100         MOVE RB-W4-COUNT TO TL-COUNT                             11310000
113200         PERFORM 910-PRINT-TOTAL-LINE                             11320000
113300         MOVE 'T4 TRAILER COUNT:' TO TL-LABEL                     11330000
113400         MOVE RB-T4-COUNT TO TL-COUNT                             11340000
113500         PERFORM 910-PRINT-TOTAL-LINE                             11350000
113600         MOVE 'STATE FILE RECORDS:' TO TL-LABEL                   11360000
113700         MOVE FT-RECORD-COUNT TO TL-COUNT                         11370000
113800         PERFORM 910-PRINT-TOTAL-LINE                             11380000
113900     END-IF                                                       11390000
114000     IF WS-BALANCE-FLAG = "NO"                                    11400000
114100         MOVE ' ** STATE FILE DOES NOT PROVE - DO NOT SEND IT'    11410000
114200             TO PR-DETAIL                                         11420000
114300         PERFORM 700-PRINT-LINE                                   11430000
114400         MOVE ' ** NEWHIRE NOT UPDATED - ENTRIES STAY PENDING'    11440000
114500             TO PR-DETAIL                                         11450000
114600         PERFORM 700-PRINT-LINE                                   11460000
114700     ELSE                                                         11470000
114800         MOVE 2 TO WS-SPACING                                     11480000
114900         MOVE 'NEWHIRE ENTRIES KEPT:' TO TL-LABEL                 11490000
115000         MOVE KEPT-COUNT TO TL-COUNT                              11500000
115100         PERFORM 910-PRINT-TOTAL-LINE                             11510000
115200         MOVE 'SENT IN A PRIOR YEAR, DROPPED:' TO TL-LABEL        11520000
115300         MOVE PURGE-COUNT TO TL-COUNT                             11530000
115400         PERFORM 910-PRINT-TOTAL-LINE                             11540000
115500     END-IF                                                       11550000
115600     .                                                            11560000
115700                                                                  11570000
115800 910-PRINT-TOTAL-LINE.                                            11580000
115900     MOVE WS-TOTAL-LINE TO PR-DETAIL                              11590000
116000     PERFORM 700-PRINT-LINE                                       11600000
116100     MOVE SPACES TO WS-TOTAL-LINE                                 11610000
116200     .                                                            11620000
116300                                                                  11630000
116400*    REWRITE NEWHIRE FROM THE TABLE, DROPPING ENTRIES THAT WERE   11640000
116500*    SENT IN AN EARLIER YEAR                                      11650000
116600 980-REWRITE-NEW-HIRES.                                           11660000
116700     OPEN OUTPUT NEW-HIRE-FILE                                    11670000
116800     MOVE 1 TO NT-SUB                                             11680000
116900     PERFORM 981-WRITE-NEW-HIRE                                   11690000
117000       UNTIL NT-SUB > NT-COUNT                                    11700000
117100     CLOSE NEW-HIRE-FILE                                          11710000
117200     .                                                            11720000
117300                                                                  11730000
117400 981-WRITE-NEW-HIRE.                                              11740000
117500     MOVE NT-REPORTED-DATE (NT-SUB) TO WS-YMD-NUM                 11750000
117600     IF NT-STATUS (NT-SUB) = 'S' AND WS-YMD-YY < YY               11760000
117700         ADD 1 TO PURGE-COUNT                                     11770000
117800     ELSE                                                         11780000
117900         MOVE SPACES TO NH-REC                                    11790000
118000         MOVE NT-ID-NUMBER (NT-SUB) TO NH-ID-NUMBER               11800000
118100         MOVE NT-EVENT (NT-SUB) TO NH-EVENT                       11810000
118200         MOVE NT-STATUS (NT-SUB) TO NH-STATUS                     11820000
118300         MOVE NT-RECORDED-DATE (NT-SUB) TO NH-RECORDED-DATE       11830000
118400         MOVE NT-RECORDED-BY (NT-SUB) TO NH-RECORDED-BY           11840000
118500         MOVE NT-REPORTED-DATE (NT-SUB) TO NH-REPORTED-DATE       11850000
118600         IF NT-STATUS (NT-SUB) = 'S'                              11860000
118700             MOVE NT-HIRE-DATE (NT-SUB) TO NH-HIRE-DATE           11870000
118800         END-IF                                                   11880000
118900         WRITE NH-REC                                             11890000
119000         ADD 1 TO KEPT-COUNT                                      11900000
119100     END-IF                                                       11910000
119200     ADD 1 TO NT-SUB                                              11920000
119300     .                                                            11930000
119400                                                                  11940000
119500 985-WRITE-AUDIT-LOG.                                             11950000
119600     OPEN EXTEND AUDIT-FILE                                       11960000
119700     MOVE 'NHREPORT' TO AUD-PROGRAM                               11970000
119800     MOVE WS-DATE TO AUD-RUN-DATE                                 11980000
119900     MOVE WS-TIME TO AUD-RUN-TIME                                 11990000
120000     MOVE 0 TO AUD-PERIOD-END                                     12000000
120100     MOVE REC-COUNT TO AUD-RECS-READ                              12010000
120200     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      12020000
120300     MOVE EXC-COUNT TO AUD-EXC-COUNT                              12030000
120400     MOVE RETURN-CODE TO AUD-RETURN-CODE                          12040000
120500     WRITE AUD-REC                                                12050000
120600     CLOSE AUDIT-FILE                                             12060000
120700     .                                                            12070000
