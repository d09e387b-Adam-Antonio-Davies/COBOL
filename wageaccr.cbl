000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    WAGEACCR.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    MONTH-END ACCRUED WAGE LIABILITY.  THE ACCRCARD NAMES   *    00070000
000800*    THE MONTH (MM YY).  THE PERCTL CALENDAR GIVES THE PAY   *    00080000
000900*    PERIOD THAT STRADDLES THAT MONTH-END - THE FIRST PERIOD *    00090000
001000*    ENDING AFTER IT - AND THE PRIOR PERIOD-END THAT STARTS  *    00100000
001100*    IT.  THE DAYS FROM THAT PRIOR PERIOD-END TO MONTH-END   *    00110000
001200*    ARE EARNED BUT NOT YET POSTED.  WAGES ARE ESTIMATED     *    00120000
001250*    FROM THE RATES AND HOURS ON THE PAYARCH ARCHIVE, READ   *    00125000
001300*    IN KEY ORDER:  NORMAL PAY RECORDS FOR THE STRADDLING    *    00130000
001350*    PERIOD ARE USED IF THERE ARE ANY, ELSE THOSE FOR THE    *    00135000
001400*    PRIOR PERIOD.  EACH PERIOD'S YEAR IS LOOKED UP ON       *    00140000
001450*    ARCHCTL:  A YEAR ARCHMNT HAS SPLIT OFF IS READ FROM ITS *    00145000
001500*    ARCHGEN GENERATION, WHOSE HEADER YEAR AND TRAILER COUNT *    00150000
001550*    MUST PROVE; A PURGED OR UNPROVED YEAR IS REFUSED WITH   *    00155000
001600*    RC 8.  REGULAR AND OVERTIME PAY                         *    00160000
001700*    ARE FIGURED AS BREAKS FIGURES THEM (OTRULES, WORKWEEK   *    00170000
001800*    OT) AND PRORATED BY UNPAID DAYS OVER PERIOD DAYS, BY    *    00180000
001900*    COMPANY, DIVISION AND DEPARTMENT.                       *    00190000
002000*    THE GLACCRUE JOURNAL CARRIES, PER COMPANY, A DEBIT TO   *    00200000
002100*    THE GLCOA 'REG ' AND 'OT  ' WAGE EXPENSE ACCOUNTS PER   *    00210000
002200*    DEPARTMENT AND A CREDIT TO ACCRUED WAGES PAYABLE        *    00220000
002300*    ('ACWG'), DATED MONTH-END, THEN THE SAME LINES WITH     *    00230000
002400*    DEBIT AND CREDIT EXCHANGED, DATED THE FIRST OF THE      *    00240000
002500*    NEXT MONTH, SO THE ACCRUAL REVERSES ITSELF WHEN THE     *    00250000
002600*    PERIOD POSTS.  THE PROOF REPORT FOOTS BOTH HALVES; A    *    00260000
002700*    JOURNAL THAT DOES NOT BALANCE ENDS WITH RC 8.           *    00270000
002725*    EXPENSE LINES CARRY THE GLCCMAP COST CENTER OF THEIR    *    00272500
002750*    DEPARTMENT, LOOKED UP AS GLFEED LOOKS IT UP.            *    00275000
002760*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00276000
002770*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00277000
002780*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00278000
002800*                                                            *    00280000
002900**************************************************************    00290000
003000                                                                  00300000
003100 ENVIRONMENT DIVISION.                                            00310000
003200 CONFIGURATION SECTION.                                           00320000
003300 SOURCE-COMPUTER.                                                 00330000
003400     Z13                                                          00340000
003500     WITH DEBUGGING MODE                                          00350000
003600     .                                                            00360000
003700                                                                  00370000
003800 INPUT-OUTPUT SECTION.                                            00380000
003900                                                                  00390000
004000 FILE-CONTROL.                                                    00400000
004025     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00402500
004050         ORGANIZATION IS INDEXED                                  00405000
004075         ACCESS IS SEQUENTIAL                                     00407500
004100         RECORD KEY IS AX-KEY.                                    00410000
004125     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00412500
004150     SELECT OPTIONAL ARCH-CONTROL-FILE ASSIGN TO ARCHCTL.         00415000
004200     SELECT ACCRUAL-JOURNAL-FILE   ASSIGN TO GLACCRUE.            00420000
004300     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00430000
004400     SELECT OPTIONAL MONTH-CARD-FILE ASSIGN TO ACCRCARD.          00440000
004500     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00450000
004600     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00460000
004650     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00465000
004700     SELECT OPTIONAL COA-CONTROL-FILE ASSIGN TO GLCOA.            00470000
004800     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00480000
004850     SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO GLCCMAP.          00485000
004900                                                                  00490000
005000 DATA DIVISION.                                                   00500000
005100 FILE SECTION.                                                    00510000
005200                                                                  00520000
005225 FD  PAY-ARCHIVE-FILE.                                            00522500
005250     COPY ARCHIDX.                                                00525000
005275                                                                  00527500
005300 FD  ARCH-GEN-FILE                                                00530000
005325     RECORDING MODE IS F.                                         00532500
005350     COPY ARCHGEN.                                                00535000
005375                                                                  00537500
005400 FD  ARCH-CONTROL-FILE                                            00540000
005425     RECORDING MODE IS F.                                         00542500
005450     COPY ARCHCTL.                                                00545000
005700                                                                  00570000
005800 FD  ACCRUAL-JOURNAL-FILE                                         00580000
005900     RECORDING MODE IS F.                                         00590000
006000 01  AJ-EXTRACT-REC.                                              00600000
006100     10  AJ-ACCOUNT-NO             PIC X(06).                     00610000
006200     10  FILLER                    PIC X(01).                     00620000
006300     10  AJ-ACCOUNT-DESC           PIC X(24).                     00630000
006400     10  AJ-DR-CR                  PIC X(02).                     00640000
006500     10  FILLER                    PIC X(01).                     00650000
006600     10  AJ-AMOUNT                 PIC S9(07)V99.                 00660000
006700     10  FILLER                    PIC X(01).                     00670000
006800     10  AJ-COMPANY                PIC X(02).                     00680000
006900     10  FILLER                    PIC X(01).                     00690000
007000     10  AJ-DIV                    PIC X(02).                     00700000
007100     10  AJ-DEPT                   PIC X(03).                     00710000
007200     10  FILLER                    PIC X(01).                     00720000
007225     10  AJ-COST-CENTER            PIC X(06).                     00722500
007250     10  FILLER                    PIC X(01).                     00725000
007300     10  AJ-ENTRY-DATE             PIC 9(08).                     00730000
007400     10  FILLER                    PIC X(01).                     00740000
007500     10  AJ-ENTRY-TYPE             PIC X(02).                     00750000
007600     10  FILLER                    PIC X(07).                     00760000
007700                                                                  00770000
007800 FD  PRINT-FILE                                                   00780000
007900     RECORDING MODE IS F.                                         00790000
008000 01  PRINT-REC.                                                   00800000
008100     10  FILLER                    PIC X(132).                    00810000
008200                                                                  00820000
008300 FD  MONTH-CARD-FILE                                              00830000
008400     RECORDING MODE IS F.                                         00840000
008500 01  AC-CARD-REC.                                                 00850000
008600     10  AC-MONTH                  PIC 9(02).                     00860000
008700     10  AC-YEAR                   PIC 9(02).                     00870000
008800                                                                  00880000
008900 FD  PERIOD-CONTROL-FILE                                          00890000
009000     RECORDING MODE IS F.                                         00900000
009100     COPY PERCTL.                                                 00910000
009200                                                                  00920000
009300 FD  OT-CONTROL-FILE                                              00930000
009400     RECORDING MODE IS F.                                         00940000
009500     COPY OTRULES.                                                00950000
009520                                                                  00952000
009540 FD  PAY-TYPE-FILE                                                00954000
009560     RECORDING MODE IS F.                                         00956000
009580     COPY PAYTYPE.                                                00958000
009600                                                                  00960000
009700 FD  COA-CONTROL-FILE                                             00970000
009800     RECORDING MODE IS F.                                         00980000
009900     COPY GLCOA.                                                  00990000
009920                                                                  00992000
009940 FD  COST-CENTER-FILE                                             00994000
009960     RECORDING MODE IS F.                                         00996000
009980     COPY GLCCMAP.                                                00998000
010000                                                                  01000000
010100 FD  AUDIT-FILE                                                   01010000
010200     RECORDING MODE IS F.                                         01020000
010300     COPY AUDITLOG.                                               01030000
010400                                                                  01040000
010500 WORKING-STORAGE SECTION.                                         01050000
010600                                                                  01060000
010700 01  WS-COUNTERS-FLAGS.                                           01070000
010800     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01080000
010900     10  WS-SPACING                PIC 9(01) VALUE 2.             01090000
011000     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01100000
011100     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01110000
011200     10  WS-PAGE                   PIC 9(03) VALUE 0.             01120000
011300     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01130000
011400     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01140000
011500     10  WS-CARD-OK-FLAG           PIC X(03) VALUE "NO".          01150000
011600     10  WS-STRADDLE-FLAG          PIC X(03) VALUE "NO".          01160000
011700     10  WS-BALANCED-FLAG          PIC X(03) VALUE "NO".          01170000
011800     10  BASIS-REC-COUNT           PIC 9(05) VALUE ZERO.          01180000
011900     10  AD-DROPPED-COUNT          PIC 9(05) VALUE ZERO.          01190000
011905     10  WS-ARCH-SOURCE            PIC X(01) VALUE 'A'.           01190500
011910     10  WS-ARCH-YEAR              PIC 9(04) VALUE ZERO.          01191000
011915     10  WS-FIND-YY                PIC 9(02) VALUE ZERO.          01191500
011920     10  WS-CUR-SOURCE             PIC X(01) VALUE 'A'.           01192000
011925     10  WS-CUR-ARCH-YEAR          PIC 9(04) VALUE ZERO.          01192500
011930     10  WS-PRI-SOURCE             PIC X(01) VALUE SPACE.         01193000
011935     10  WS-PRI-ARCH-YEAR          PIC 9(04) VALUE ZERO.          01193500
011940     10  AY-EOF-FLAG               PIC X(03) VALUE "NO".          01194000
011945     10  WS-GEN-BAD-FLAG           PIC X(03) VALUE "NO".          01194500
011950     10  WS-GEN-TRAILER-FLAG       PIC X(03) VALUE "NO".          01195000
011955     10  WS-ARCH-BAD-FLAG          PIC X(03) VALUE "NO".          01195500
011960     10  GEN-D-COUNT               PIC 9(07) VALUE ZERO.          01196000
011965     10  GEN-TRAILER-COUNT         PIC 9(07) VALUE ZERO.          01196500
012000                                                                  01200000
012100 01  PAY-CAL-FIELDS.                                              01210000
012200     10  PC-HR-USED                PIC S9(04)V9  VALUE 0.         01220000
012300     10  PC-REG-HR                 PIC S9(04)V9  VALUE 0.         01230000
012400     10  PC-OT-HR                  PIC S9(04)V9  VALUE 0.         01240000
012500     10  PC-REG-PAY                PIC S9(05)V99 VALUE 0.         01250000
012600     10  PC-OT-PAY                 PIC S9(05)V99 VALUE 0.         01260000
012700     10  PC-OT-RATE                PIC S9(05)V99 VALUE 0.         01270000
012800     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         01280000
012900                                                                  01290000
012905 01  PAY-TYPE-TABLE.                                              01290500
012910     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01291000
012915     10  TY-ITEM                   OCCURS 20 TIMES.               01291500
012920         15  TY-CODE               PIC X(01).                     01292000
012925         15  TY-METHOD             PIC X(01).                     01292500
012930         15  TY-OT-FLAG            PIC X(01).                     01293000
012935                                                                  01293500
012940 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01294000
012945 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01294500
012950 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01295000
012955 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01295500
012960 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01296000
012965                                                                  01296500
013000 01  OT-RULES-TABLE.                                              01300000
013100     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01310000
013200     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01320000
013300         15  OTR-DIV               PIC X(02).                     01330000
013400         15  OTR-THRESHOLD         PIC 9(04)V9.                   01340000
013500         15  OTR-MULTIPLIER        PIC 9(01)V99.                  01350000
013600                                                                  01360000
013700 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01370000
013800 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01380000
013900 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01390000
014000 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01400000
014100 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01410000
014200 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01420000
014300                                                                  01430000
014400 01  COA-TABLE.                                                   01440000
014500     10  COA-COUNT                 PIC 9(03) VALUE ZERO.          01450000
014600     10  COA-ITEM                  OCCURS 20 TIMES.               01460000
014700         15  COA-T-CODE            PIC X(04).                     01470000
014800         15  COA-T-ACCOUNT         PIC X(06).                     01480000
014900         15  COA-T-DESC            PIC X(24).                     01490000
015000         15  COA-T-DRCR            PIC X(02).                     01500000
015100                                                                  01510000
015200 01  COA-SUB                       PIC 9(03) VALUE ZERO.          01520000
015300 01  COA-FOUND-FLAG                PIC X(03) VALUE 'NO'.          01530000
015400 01  COA-EOF-FLAG                  PIC X(03) VALUE 'NO'.          01540000
015500 01  WS-COA-CODE                   PIC X(04) VALUE SPACES.        01550000
015505                                                                  01550500
015510 01  COST-CENTER-TABLE.                                           01551000
015515     10  CCM-COUNT                 PIC 9(03) VALUE ZERO.          01551500
015520     10  CCM-ITEM                  OCCURS 200 TIMES.              01552000
015525         15  CCM-T-DIV             PIC X(02).                     01552500
015530         15  CCM-T-DEPT            PIC X(03).                     01553000
015535         15  CCM-T-COST-CENTER     PIC X(06).                     01553500
015540                                                                  01554000
015545 01  CCM-SUB                       PIC 9(03) VALUE ZERO.          01554500
015550 01  CCM-FOUND-FLAG                PIC X(03) VALUE 'NO'.          01555000
015555 01  CCM-EOF-FLAG                  PIC X(03) VALUE 'NO'.          01555500
015560 01  WS-CCM-DIV                    PIC X(02) VALUE SPACES.        01556000
015565 01  WS-CCM-DEPT                   PIC X(03) VALUE SPACES.        01556500
015570 01  WS-COST-CENTER                PIC X(06) VALUE SPACES.        01557000
015600                                                                  01560000
015700 01  PERIOD-CONTROL-TABLE.                                        01570000
015800     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          01580000
015900     10  PPC-ITEM                  OCCURS 53 TIMES.               01590000
016000         15  PPC-T-DATE            PIC 9(06).                     01600000
016100         15  PPC-T-STATUS          PIC X(01).                     01610000
016200                                                                  01620000
016300 01  PPC-SUB                       PIC 9(03) VALUE ZERO.          01630000
016400 01  PPC-PICKED                    PIC 9(03) VALUE ZERO.          01640000
016500 01  PPC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          01650000
016600                                                                  01660000
016700 01  DAY-CAL-FIELDS.                                              01670000
016800     10  WS-DC-DATE.                                              01680000
016900         15  WS-DC-MM              PIC 9(02).                     01690000
017000         15  WS-DC-DD              PIC 9(02).                     01700000
017100         15  WS-DC-YY              PIC 9(02).                     01710000
017200     10  WS-DC-DAYNUM              PIC 9(06) VALUE ZERO.          01720000
017300     10  WS-LEAP-QUOT              PIC 9(03) VALUE ZERO.          01730000
017400     10  WS-LEAP-REM               PIC 9(01) VALUE ZERO.          01740000
017500     10  WS-LEAP-YEARS             PIC 9(03) VALUE ZERO.          01750000
017600     10  WS-MONTH-SUB              PIC 9(02) VALUE ZERO.          01760000
017700                                                                  01770000
017800 01  DAYS-IN-MONTH-TABLE.                                         01780000
017900     10  FILLER                    PIC X(24) VALUE                01790000
018000         '312831303130313130313031'.                              01800000
018100 01  FILLER REDEFINES DAYS-IN-MONTH-TABLE.                        01810000
018200     10  DIM-DAYS                  OCCURS 12 TIMES PIC 9(02).     01820000
018300                                                                  01830000
018400 01  ACCRUAL-PERIOD-FIELDS.                                       01840000
018500     10  WS-MONTH                  PIC 9(02) VALUE ZERO.          01850000
018600     10  WS-YEAR                   PIC 9(02) VALUE ZERO.          01860000
018700     10  WS-MONTH-END              PIC 9(06) VALUE ZERO.          01870000
018800     10  WS-STRADDLE-DATE          PIC 9(06) VALUE ZERO.          01880000
018900     10  WS-STRADDLE-STATUS        PIC X(01) VALUE SPACE.         01890000
019000     10  WS-PRIOR-DATE             PIC 9(06) VALUE ZERO.          01900000
019100     10  WS-BASIS-DATE             PIC 9(06) VALUE ZERO.          01910000
019200     10  WS-ME-DAYNUM              PIC 9(06) VALUE ZERO.          01920000
019300     10  WS-STRADDLE-DAYNUM        PIC 9(06) VALUE ZERO.          01930000
019400     10  WS-PRIOR-DAYNUM           PIC 9(06) VALUE ZERO.          01940000
019500     10  WS-NEXT-DAYNUM            PIC 9(06) VALUE ZERO.          01950000
019600     10  WS-PERIOD-DAYS            PIC 9(03) VALUE ZERO.          01960000
019700     10  WS-UNPAID-DAYS            PIC 9(03) VALUE ZERO.          01970000
019800     10  WS-PRORATE-WORK           PIC S9(09)V99 VALUE 0.         01980000
019900                                                                  01990000
020000 01  WS-ACCRUAL-BOUNDARY.                                         02000000
020100     10  WS-ACC-BND-CC             PIC 9(02) VALUE 20.            02010000
020200     10  WS-ACC-BND-YY             PIC 9(02) VALUE ZERO.          02020000
020300     10  WS-ACC-BND-MM             PIC 9(02) VALUE ZERO.          02030000
020400     10  WS-ACC-BND-DD             PIC 9(02) VALUE ZERO.          02040000
020500 01  WS-ACCRUAL-YYYYMMDD REDEFINES WS-ACCRUAL-BOUNDARY            02050000
020600                                   PIC 9(08).                     02060000
020700                                                                  02070000
020800 01  WS-REVERSAL-BOUNDARY.                                        02080000
020900     10  WS-REV-BND-CC             PIC 9(02) VALUE 20.            02090000
021000     10  WS-REV-BND-YY             PIC 9(02) VALUE ZERO.          02100000
021100     10  WS-REV-BND-MM             PIC 9(02) VALUE ZERO.          02110000
021200     10  WS-REV-BND-DD             PIC 9(02) VALUE 01.            02120000
021300 01  WS-REVERSAL-YYYYMMDD REDEFINES WS-REVERSAL-BOUNDARY          02130000
021400                                   PIC 9(08).                     02140000
021500                                                                  02150000
021600 01  ACCRUAL-DEPT-TABLE.                                          02160000
021700     10  AD-COUNT                  PIC 9(03) VALUE ZERO.          02170000
021800     10  AD-ITEM                   OCCURS 200 TIMES.              02180000
021900         15  AD-KEY.                                              02190000
022000             20  AD-COMPANY        PIC X(02).                     02200000
022100             20  AD-DIV            PIC X(02).                     02210000
022200             20  AD-DEPT           PIC X(03).                     02220000
022300         15  AD-CUR-COUNT          PIC 9(05).                     02230000
022400         15  AD-CUR-REG            PIC S9(07)V99.                 02240000
022500         15  AD-CUR-OT             PIC S9(07)V99.                 02250000
022600         15  AD-PRI-COUNT          PIC 9(05).                     02260000
022700         15  AD-PRI-REG            PIC S9(07)V99.                 02270000
022800         15  AD-PRI-OT             PIC S9(07)V99.                 02280000
022900         15  AD-ACCR-REG           PIC S9(07)V99.                 02290000
023000         15  AD-ACCR-OT            PIC S9(07)V99.                 02300000
023100                                                                  02310000
023200 01  AD-SUB                        PIC 9(03) VALUE ZERO.          02320000
023300 01  AD-PICKED                     PIC 9(03) VALUE ZERO.          02330000
023400 01  WS-AD-KEY.                                                   02340000
023500     10  WS-AD-COMPANY             PIC X(02).                     02350000
023600     10  WS-AD-DIV                 PIC X(02).                     02360000
023700     10  WS-AD-DEPT                PIC X(03).                     02370000
023800                                                                  02380000
023900 01  SORT-FIELDS.                                                 02390000
024000     10  SRT-I                     PIC 9(03) VALUE ZERO.          02400000
024100     10  SRT-J                     PIC 9(03) VALUE ZERO.          02410000
024200     10  SRT-MIN                   PIC 9(03) VALUE ZERO.          02420000
024300 01  WS-AD-HOLD                    PIC X(71).                     02430000
024400                                                                  02440000
024500 01  BREAK-FIELDS.                                                02450000
024600     10  WS-CUR-COMPANY            PIC X(02) VALUE SPACES.        02460000
024700     10  WS-CUR-DIV                PIC X(02) VALUE SPACES.        02470000
024800     10  WS-ENTRY-TYPE             PIC X(02) VALUE SPACES.        02480000
024900     10  WS-CO-ACCRUAL             PIC S9(09)V99 VALUE 0.         02490000
025000                                                                  02500000
025100 01  ACCRUAL-TOTALS.                                              02510000
025200     10  DV-BASIS                  PIC S9(09)V99 VALUE 0.         02520000
025300     10  DV-ACCR-REG               PIC S9(09)V99 VALUE 0.         02530000
025400     10  DV-ACCR-OT                PIC S9(09)V99 VALUE 0.         02540000
025500     10  CO-BASIS                  PIC S9(09)V99 VALUE 0.         02550000
025600     10  CO-ACCR-REG               PIC S9(09)V99 VALUE 0.         02560000
025700     10  CO-ACCR-OT                PIC S9(09)V99 VALUE 0.         02570000
025800     10  GT-BASIS                  PIC S9(09)V99 VALUE 0.         02580000
025900     10  GT-ACCR-REG               PIC S9(09)V99 VALUE 0.         02590000
026000     10  GT-ACCR-OT                PIC S9(09)V99 VALUE 0.         02600000
026100                                                                  02610000
026200 01  JOURNAL-TOTALS.                                              02620000
026300     10  JT-AC-DR                  PIC S9(11)V99 VALUE 0.         02630000
026400     10  JT-AC-CR                  PIC S9(11)V99 VALUE 0.         02640000
026500     10  JT-RV-DR                  PIC S9(11)V99 VALUE 0.         02650000
026600     10  JT-RV-CR                  PIC S9(11)V99 VALUE 0.         02660000
026700     10  JT-ENTRY-COUNT            PIC 9(07) VALUE 0.             02670000
026800     10  JT-HASH-AMOUNT            PIC S9(11)V99 VALUE 0.         02680000
026900                                                                  02690000
027000 01  WS-AJ-TRAILER.                                               02700000
027100     10  AJB-REC-TYPE              PIC X(02) VALUE 'TR'.          02710000
027200     10  AJB-ENTRY-COUNT           PIC 9(07).                     02720000
027300     10  AJB-HASH-AMOUNT           PIC 9(11)V99.                  02730000
027400     10  FILLER                    PIC X(58) VALUE SPACES.        02740000
027500                                                                  02750000
027600 01  WS-BASIS-WORK.                                               02760000
027700     10  WS-BASIS-REG              PIC S9(07)V99 VALUE 0.         02770000
027800     10  WS-BASIS-OT               PIC S9(07)V99 VALUE 0.         02780000
027900     10  WS-BASIS-GROSS            PIC S9(07)V99 VALUE 0.         02790000
028000                                                                  02800000
028100 01  WS-REC-COUNT-LINE.                                           02810000
028200     10  FILLER                    PIC X(14) VALUE                02820000
028300         'RECORDS READ: '.                                        02830000
028400     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     02840000
028500                                                                  02850000
028600 01  WS-TOTAL-LINE.                                               02860000
028700     10  FILLER                    PIC X(01).                     02870000
028800     10  TL-LABEL                  PIC X(30).                     02880000
028900     10  TL-COUNT                  PIC ZZ,ZZ9.                    02890000
029000     10  FILLER                    PIC X(03).                     02900000
029100     10  TL-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.        02910000
029200                                                                  02920000
029300 01  WS-DATE-LINE.                                                02930000
029400     10  FILLER                    PIC X(01).                     02940000
029500     10  DL-LABEL                  PIC X(30).                     02950000
029600     10  DL-DATE                   PIC 99/99/99.                  02960000
029700     10  FILLER                    PIC X(02).                     02970000
029800     10  DL-NOTE                   PIC X(40).                     02980000
029810                                                                  02981000
029820 01  WS-ARCH-MSG-LINE.                                            02982000
029830     10  FILLER                    PIC X(01) VALUE SPACE.         02983000
029840     10  FILLER                    PIC X(08) VALUE '** YEAR '.    02984000
029850     10  AM-YEAR                   PIC 9(04).                     02985000
029860     10  FILLER                    PIC X(01) VALUE SPACE.         02986000
029870     10  AM-TEXT                   PIC X(50).                     02987000
029900                                                                  02990000
030000     COPY PAYROLL.                                                03000000
030100                                                                  03010000
030200 01  WS-PRINT-REC                  VALUE SPACES.                  03020000
030300     05  PR-DETAIL.                                               03030000
030400         10  FILLER                PIC X(01).                     03040000
030500         10  PR-COMPANY            PIC X(02).                     03050000
030600         10  FILLER                PIC X(02).                     03060000
030700         10  PR-DIV                PIC X(02).                     03070000
030800         10  FILLER                PIC X(02).                     03080000
030900         10  PR-DEPT               PIC X(03).                     03090000
031000         10  FILLER                PIC X(02).                     03100000
031100         10  PR-COUNT              PIC ZZZZ9.                     03110000
031200         10  FILLER                PIC X(02).                     03120000
031300         10  PR-BASIS              PIC ZZ,ZZZ,ZZ9.99-.            03130000
031400         10  FILLER                PIC X(02).                     03140000
031500         10  PR-ACCR-REG           PIC ZZ,ZZZ,ZZ9.99-.            03150000
031600         10  FILLER                PIC X(02).                     03160000
031700         10  PR-ACCR-OT            PIC ZZ,ZZZ,ZZ9.99-.            03170000
031800         10  FILLER                PIC X(02).                     03180000
031900         10  PR-ACCR-TOTAL         PIC ZZ,ZZZ,ZZ9.99-.            03190000
032000         10  FILLER                PIC X(02).                     03200000
032100         10  PR-NOTE               PIC X(20).                     03210000
032200     05  FILLER                    PIC X(27).                     03220000
032300                                                                  03230000
032400 01  WS-DATE.                                                     03240000
032500     10  YY                        PIC 9(02).                     03250000
032600     10  MM                        PIC 9(02).                     03260000
032700     10  DD                        PIC 9(02).                     03270000
032800                                                                  03280000
032900 01  WS-TIME.                                                     03290000
033000     10  HH                        PIC 9(02).                     03300000
033100     10  MN                        PIC 9(02).                     03310000
033200     10  SS                        PIC 9(02).                     03320000
033300     10  MS                        PIC 9(02).                     03330000
033400                                                                  03340000
033500 01  HEADING-1.                                                   03350000
033600     10  FILLER                    PIC X(02) VALUE SPACES.        03360000
033700     10  H-DATE.                                                  03370000
033800         15  H-MM                  PIC 9(02).                     03380000
033900         15  H-SLASH1              PIC X(01) VALUE '/'.           03390000
034000         15  H-DD                  PIC 9(02).                     03400000
034100         15  H-SLASH2              PIC X(01) VALUE '/'.           03410000
034200         15  H-YY                  PIC 9(02).                     03420000
034300     10  FILLER                    PIC X(03) VALUE SPACES.        03430000
034400     10  H-TIME.                                                  03440000
034500         15  H-HH                  PIC Z9.                        03450000
034600         15  H-COLON               PIC X(01) VALUE ':'.           03460000
034700         15  H-MN                  PIC 9(02).                     03470000
034800     10  FILLER                    PIC X(02) VALUE SPACES.        03480000
034900     10  FILLER                    PIC X(06) VALUE                03490000
035000         'MONTH '.                                                03500000
035100     10  H-MONTH                   PIC 9(02).                     03510000
035200     10  FILLER                    PIC X(01) VALUE '/'.           03520000
035300     10  H-YEAR                    PIC 9(02).                     03530000
035400     10  FILLER                    PIC X(02) VALUE SPACES.        03540000
035500     10  FILLER                    PIC X(40) VALUE                03550000
035600         'MONTH-END ACCRUED WAGES - PROOF REPORT  '.              03560000
035700     10  FILLER                    PIC X(05) VALUE SPACES.        03570000
035800     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      03580000
035900     10  H-PAGE                    PIC Z(03).                     03590000
036000                                                                  03600000
036100 01  HEADING-2.                                                   03610000
036200     10  FILLER                    PIC X(40) VALUE                03620000
036300         ' CO  DV  DPT   RECS   BASIS GROSS PAY  '.               03630000
036400     10  FILLER                    PIC X(40) VALUE                03640000
036500         '  ACCRUED REGULAR   ACCRUED OVERTIME   '.               03650000
036600     10  FILLER                    PIC X(40) VALUE                03660000
036700         '  ACCRUED TOTAL                         '.              03670000
036800                                                                  03680000
036900 PROCEDURE DIVISION.                                              03690000
037000                                                                  03700000
037100 010-START-HERE.                                                  03710000
037200     OPEN OUTPUT PRINT-FILE                                       03720000
037300     OPEN OUTPUT ACCRUAL-JOURNAL-FILE                             03730000
037400     PERFORM 830-READ-MONTH-CARD                                  03740000
037500     PERFORM 850-GET-DATE                                         03750000
037600     PERFORM 800-PRINT-HEADINGS                                   03760000
037700     IF WS-CARD-OK-FLAG = "NO"                                    03770000
037800         MOVE 'NO USABLE ACCRCARD - RUN REFUSED' TO PR-DETAIL     03780000
037900         PERFORM 700-PRINT-LINE                                   03790000
038000         MOVE 8 TO RETURN-CODE                                    03800000
038100     ELSE                                                         03810000
038200         PERFORM 847-LOAD-PERIOD-CONTROL                          03820000
038300         PERFORM 200-FIND-STRADDLING-PERIOD                       03830000
038400         IF WS-STRADDLE-FLAG = "NO"                               03840000
038500             MOVE 'NO PERCTL PERIOD SPANS MONTH-END - REFUSED'    03850000
038600                 TO PR-DETAIL                                     03860000
038700             PERFORM 700-PRINT-LINE                               03870000
038800             MOVE 8 TO RETURN-CODE                                03880000
038900         ELSE                                                     03890000
039000             PERFORM 846-LOAD-OT-RULES                            03900000
039050             PERFORM 843-LOAD-PAY-TYPES                           03905000
039100             PERFORM 848-LOAD-CHART-OF-ACCOUNTS                   03910000
039150             PERFORM 849-LOAD-COST-CENTERS                        03915000
039170             PERFORM 230-FIND-ARCHIVE-SOURCES                     03917000
039190             IF WS-CUR-SOURCE NOT = 'P'                           03919000
039210               AND WS-PRI-SOURCE NOT = 'P'                        03921000
039230                 MOVE WS-CUR-SOURCE TO WS-ARCH-SOURCE             03923000
039250                 MOVE WS-CUR-ARCH-YEAR TO WS-ARCH-YEAR            03925000
039270                 PERFORM 150-READ-ARCHIVE-YEAR                    03927000
039290                 IF WS-PRI-SOURCE NOT = SPACE                     03929000
039310                     MOVE WS-PRI-SOURCE TO WS-ARCH-SOURCE         03931000
039330                     MOVE WS-PRI-ARCH-YEAR TO WS-ARCH-YEAR        03933000
039350                     PERFORM 150-READ-ARCHIVE-YEAR                03935000
039370                 END-IF                                           03937000
039390             END-IF                                               03939000
039410             PERFORM 250-PRINT-PERIOD-LINES                       03941000
039430             IF WS-CUR-SOURCE = 'P' OR WS-PRI-SOURCE = 'P'        03943000
039450                 MOVE 'PAY ARCHIVE YEAR PURGED - RUN REFUSED'     03945000
039470                     TO PR-DETAIL                                 03947000
039490                 PERFORM 700-PRINT-LINE                           03949000
039510                 MOVE 8 TO RETURN-CODE                            03951000
039530             ELSE                                                 03953000
039550             IF WS-ARCH-BAD-FLAG = "YES"                          03955000
039570                 MOVE 'PAY ARCHIVE DOES NOT PROVE - RUN REFUSED'  03957000
039590                     TO PR-DETAIL                                 03959000
039610                 PERFORM 700-PRINT-LINE                           03961000
039630                 MOVE 8 TO RETURN-CODE                            03963000
039650             ELSE                                                 03965000
039800             IF AD-DROPPED-COUNT > 0                              03980000
039900                 MOVE 'DEPARTMENT TABLE OVER 200 - RUN REFUSED'   03990000
040000                     TO PR-DETAIL                                 04000000
040100                 PERFORM 700-PRINT-LINE                           04010000
040200                 MOVE 8 TO RETURN-CODE                            04020000
040300             ELSE                                                 04030000
040400             IF BASIS-REC-COUNT = 0                               04040000
040500                 MOVE 'NO PAY RECORDS FOR EITHER PERIOD - REFUSED'04050000
040600                     TO PR-DETAIL                                 04060000
040700                 PERFORM 700-PRINT-LINE                           04070000
040800                 MOVE 8 TO RETURN-CODE                            04080000
040900             ELSE                                                 04090000
041000                 PERFORM 580-SORT-TABLE                           04100000
041100                 PERFORM 500-PRINT-DEPARTMENTS                    04110000
041200                 MOVE 'AC' TO WS-ENTRY-TYPE                       04120000
041300                 PERFORM 600-WRITE-JOURNAL                        04130000
041400                 MOVE 'RV' TO WS-ENTRY-TYPE                       04140000
041500                 PERFORM 600-WRITE-JOURNAL                        04150000
041600                 PERFORM 690-WRITE-JOURNAL-TRAILER                04160000
041700                 PERFORM 900-PRINT-FINAL-TOTALS                   04170000
041800                 IF WS-BALANCED-FLAG = "NO"                       04180000
041900                     MOVE 8 TO RETURN-CODE                        04190000
042000                 END-IF                                           04200000
042100             END-IF                                               04210000
042200             END-IF                                               04220000
042225             END-IF                                               04222500
042250             END-IF                                               04225000
042300         END-IF                                                   04230000
042400     END-IF                                                       04240000
042500     CLOSE ACCRUAL-JOURNAL-FILE                                   04250000
042600     CLOSE PRINT-FILE                                             04260000
042700     PERFORM 985-WRITE-AUDIT-LOG                                  04270000
042800     GOBACK.                                                      04280000
042900                                                                  04290000
042905 100-READ-INPUT.                                                  04290500
042910     IF WS-ARCH-SOURCE = 'G'                                      04291000
042915         PERFORM 110-READ-GENERATION                              04291500
042920     ELSE                                                         04292000
042925         READ PAY-ARCHIVE-FILE NEXT RECORD                        04292500
042930           AT END                                                 04293000
042935             MOVE "YES" TO EOF-FLAG                               04293500
042940           NOT AT END                                             04294000
042945             MOVE AX-PAY-DATA TO WS-PAY-REC                       04294500
042950         END-READ                                                 04295000
042955     END-IF                                                       04295500
042960     ADD 1 TO REC-COUNT.                                          04296000
042965                                                                  04296500
042970*    A YEAR ARCHMNT HAS SPLIT OFF IS READ FROM ITS GENERATION.    04297000
042975*    THE HEADER MUST NAME THE YEAR ASKED FOR; THE TRAILER ENDS    04297500
042980*    THE READ AND ITS COUNT MUST AGREE WITH THE DETAIL READ.      04298000
042985 105-READ-GEN-HEADER.                                             04298500
042990     READ ARCH-GEN-FILE                                           04299000
042995       AT END                                                     04299500
043000         MOVE "YES" TO WS-GEN-BAD-FLAG                            04300000
043005     END-READ                                                     04300500
043010     IF WS-GEN-BAD-FLAG = "NO"                                    04301000
043015         IF AG-REC-TYPE NOT = 'H' OR AG-YEAR NOT = WS-ARCH-YEAR   04301500
043020             MOVE "YES" TO WS-GEN-BAD-FLAG                        04302000
043025         END-IF                                                   04302500
043030     END-IF                                                       04303000
043035     IF WS-GEN-BAD-FLAG = "YES"                                   04303500
043040         MOVE "YES" TO EOF-FLAG                                   04304000
043045     END-IF                                                       04304500
043050     .                                                            04305000
043055                                                                  04305500
043060 110-READ-GENERATION.                                             04306000
043065     READ ARCH-GEN-FILE                                           04306500
043070       AT END                                                     04307000
043075         MOVE "YES" TO EOF-FLAG                                   04307500
043080       NOT AT END                                                 04308000
043085         IF AG-REC-TYPE = 'D'                                     04308500
043090             MOVE AG-PAY-DATA TO WS-PAY-REC                       04309000
043095             ADD 1 TO GEN-D-COUNT                                 04309500
043100         ELSE                                                     04310000
043105         IF AG-REC-TYPE = 'T'                                     04310500
043110             MOVE "YES" TO WS-GEN-TRAILER-FLAG                    04311000
043115             MOVE AG-CTL-REC-COUNT TO GEN-TRAILER-COUNT           04311500
043120             MOVE "YES" TO EOF-FLAG                               04312000
043125         ELSE                                                     04312500
043130             MOVE "YES" TO WS-GEN-BAD-FLAG                        04313000
043135             MOVE "YES" TO EOF-FLAG                               04313500
043140         END-IF                                                   04314000
043145         END-IF                                                   04314500
043150     END-READ                                                     04315000
043155     .                                                            04315500
043160                                                                  04316000
043165*    ONE PASS OVER THE ARCHIVE HOLDING WS-ARCH-YEAR:  PAYARCH, OR 04316500
043170*    THE YEAR'S GENERATION IF ARCHMNT HAS SPLIT IT OFF.           04317000
043175 150-READ-ARCHIVE-YEAR.                                           04317500
043180     MOVE "NO" TO EOF-FLAG                                        04318000
043185     MOVE "NO" TO WS-GEN-BAD-FLAG                                 04318500
043190     MOVE "NO" TO WS-GEN-TRAILER-FLAG                             04319000
043195     MOVE 0 TO GEN-D-COUNT                                        04319500
043200     MOVE 0 TO GEN-TRAILER-COUNT                                  04320000
043205     IF WS-ARCH-SOURCE = 'G'                                      04320500
043210         MOVE WS-ARCH-YEAR TO AM-YEAR                             04321000
043215         MOVE 'READ FROM ITS ARCHGEN GENERATION' TO AM-TEXT       04321500
043220         MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                       04322000
043225         PERFORM 700-PRINT-LINE                                   04322500
043230         OPEN INPUT ARCH-GEN-FILE                                 04323000
043235         PERFORM 105-READ-GEN-HEADER                              04323500
043240     ELSE                                                         04324000
043245         OPEN INPUT PAY-ARCHIVE-FILE                              04324500
043250     END-IF                                                       04325000
043255     IF EOF-FLAG = "NO"                                           04325500
043260         PERFORM 100-READ-INPUT                                   04326000
043265     END-IF                                                       04326500
043270     PERFORM 300-PROCESS-DATA                                     04327000
043275       UNTIL EOF-FLAG = "YES"                                     04327500
043280     IF WS-ARCH-SOURCE = 'G'                                      04328000
043285         CLOSE ARCH-GEN-FILE                                      04328500
043290         IF WS-GEN-TRAILER-FLAG = "NO"                            04329000
043295           OR GEN-D-COUNT NOT = GEN-TRAILER-COUNT                 04329500
043300             MOVE "YES" TO WS-GEN-BAD-FLAG                        04330000
043305         END-IF                                                   04330500
043310     ELSE                                                         04331000
043315         CLOSE PAY-ARCHIVE-FILE                                   04331500
043320     END-IF                                                       04332000
043325     IF WS-GEN-BAD-FLAG = "YES"                                   04332500
043330         MOVE "YES" TO WS-ARCH-BAD-FLAG                           04333000
043335         MOVE WS-ARCH-YEAR TO AM-YEAR                             04333500
043340         MOVE 'ARCHGEN GENERATION DOES NOT PROVE' TO AM-TEXT      04334000
043345         MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                       04334500
043350         PERFORM 700-PRINT-LINE                                   04335000
043355     END-IF                                                       04335500
043360     .                                                            04336000
043365                                                                  04336500
043700 200-FIND-STRADDLING-PERIOD.                                      04370000
043800     MOVE WS-MONTH TO WS-DC-MM                                    04380000
043900     MOVE WS-YEAR TO WS-DC-YY                                     04390000
044000     MOVE 1 TO WS-DC-DD                                           04400000
044100     PERFORM 475-DAY-NUMBER                                       04410000
044200     MOVE DIM-DAYS (WS-MONTH) TO WS-DC-DD                         04420000
044300     PERFORM 475-DAY-NUMBER                                       04430000
044400     MOVE WS-DC-DAYNUM TO WS-ME-DAYNUM                            04440000
044500     MOVE WS-DC-DATE TO WS-MONTH-END                              04450000
044600     MOVE 0 TO PPC-PICKED                                         04460000
044700     MOVE 1 TO PPC-SUB                                            04470000
044800     PERFORM 210-PERIOD-SCAN                                      04480000
044900       UNTIL PPC-PICKED > 0                                       04490000
045000       OR PPC-SUB > PPC-COUNT                                     04500000
045100     IF PPC-PICKED > 0                                            04510000
045200         MOVE PPC-T-DATE (PPC-PICKED) TO WS-STRADDLE-DATE         04520000
045300         MOVE PPC-T-STATUS (PPC-PICKED) TO WS-STRADDLE-STATUS     04530000
045400         IF PPC-PICKED > 1                                        04540000
045500             MOVE "YES" TO WS-STRADDLE-FLAG                       04550000
045600             MOVE PPC-T-DATE (PPC-PICKED - 1) TO WS-PRIOR-DATE    04560000
045700             MOVE WS-PRIOR-DATE TO WS-DC-DATE                     04570000
045800             PERFORM 475-DAY-NUMBER                               04580000
045900             MOVE WS-DC-DAYNUM TO WS-PRIOR-DAYNUM                 04590000
046000         ELSE                                                     04600000
046100             IF PPC-PICKED < PPC-COUNT                            04610000
046200                 MOVE "YES" TO WS-STRADDLE-FLAG                   04620000
046300                 MOVE PPC-T-DATE (PPC-PICKED + 1) TO WS-DC-DATE   04630000
046400                 PERFORM 475-DAY-NUMBER                           04640000
046500                 MOVE WS-DC-DAYNUM TO WS-NEXT-DAYNUM              04650000
046600                 SUBTRACT WS-STRADDLE-DAYNUM FROM WS-NEXT-DAYNUM  04660000
046700                   GIVING WS-PERIOD-DAYS                          04670000
046800                 SUBTRACT WS-PERIOD-DAYS FROM WS-STRADDLE-DAYNUM  04680000
046900                   GIVING WS-PRIOR-DAYNUM                         04690000
047000             END-IF                                               04700000
047100         END-IF                                                   04710000
047200     END-IF                                                       04720000
047300     IF WS-STRADDLE-FLAG = "YES"                                  04730000
047400         SUBTRACT WS-PRIOR-DAYNUM FROM WS-STRADDLE-DAYNUM         04740000
047500           GIVING WS-PERIOD-DAYS                                  04750000
047600         IF WS-PRIOR-DAYNUM < WS-ME-DAYNUM                        04760000
047700             SUBTRACT WS-PRIOR-DAYNUM FROM WS-ME-DAYNUM           04770000
047800               GIVING WS-UNPAID-DAYS                              04780000
047900         ELSE                                                     04790000
048000             MOVE 0 TO WS-UNPAID-DAYS                             04800000
048100         END-IF                                                   04810000
048200     END-IF                                                       04820000
048300     .                                                            04830000
048400                                                                  04840000
048500 210-PERIOD-SCAN.                                                 04850000
048600     MOVE PPC-T-DATE (PPC-SUB) TO WS-DC-DATE                      04860000
048700     PERFORM 475-DAY-NUMBER                                       04870000
048800     IF WS-DC-DAYNUM > WS-ME-DAYNUM                               04880000
048900         MOVE PPC-SUB TO PPC-PICKED                               04890000
049000         MOVE WS-DC-DAYNUM TO WS-STRADDLE-DAYNUM                  04900000
049100     ELSE                                                         04910000
049200         ADD 1 TO PPC-SUB                                         04920000
049300     END-IF                                                       04930000
049400     .                                                            04940000
049404                                                                  04940400
049408*    THE STRADDLING PERIOD'S YEAR IS ALWAYS READ.  THE PRIOR      04940800
049412*    PERIOD NEEDS A PASS OF ITS OWN ONLY WHEN IT FALLS IN ANOTHER 04941200
049416*    YEAR THAT IS NOT ON PAYARCH WITH IT.                         04941600
049420 230-FIND-ARCHIVE-SOURCES.                                        04942000
049424     MOVE WS-STRADDLE-DATE TO WS-DC-DATE                          04942400
049428     MOVE WS-DC-YY TO WS-FIND-YY                                  04942800
049432     PERFORM 836-FIND-ARCHIVE-YEAR                                04943200
049436     MOVE WS-ARCH-SOURCE TO WS-CUR-SOURCE                         04943600
049440     MOVE WS-ARCH-YEAR TO WS-CUR-ARCH-YEAR                        04944000
049444     MOVE SPACE TO WS-PRI-SOURCE                                  04944400
049448     IF WS-PRIOR-DATE NOT = 0                                     04944800
049452         MOVE WS-PRIOR-DATE TO WS-DC-DATE                         04945200
049456         IF WS-DC-YY NOT = WS-FIND-YY                             04945600
049460             MOVE WS-DC-YY TO WS-FIND-YY                          04946000
049464             PERFORM 836-FIND-ARCHIVE-YEAR                        04946400
049468             IF WS-ARCH-SOURCE NOT = 'A'                          04946800
049472               OR WS-CUR-SOURCE NOT = 'A'                         04947200
049476                 MOVE WS-ARCH-SOURCE TO WS-PRI-SOURCE             04947600
049480                 MOVE WS-ARCH-YEAR TO WS-PRI-ARCH-YEAR            04948000
049484             END-IF                                               04948400
049488         END-IF                                                   04948800
049492     END-IF                                                       04949200
049496     .                                                            04949600
049500                                                                  04950000
049600 250-PRINT-PERIOD-LINES.                                          04960000
049700     MOVE SPACES TO WS-DATE-LINE                                  04970000
049800     MOVE 'MONTH-END:' TO DL-LABEL                                04980000
049900     MOVE WS-MONTH-END TO DL-DATE                                 04990000
050000     PERFORM 260-PRINT-DATE-LINE                                  05000000
050100     MOVE 'STRADDLING PERIOD END:' TO DL-LABEL                    05010000
050200     MOVE WS-STRADDLE-DATE TO DL-DATE                             05020000
050300     MOVE 'PERCTL STATUS' TO DL-NOTE                              05030000
050400     MOVE WS-STRADDLE-STATUS TO DL-NOTE (15:1)                    05040000
050500     PERFORM 260-PRINT-DATE-LINE                                  05050000
050600     MOVE 'PRIOR PERIOD END:' TO DL-LABEL                         05060000
050700     MOVE WS-PRIOR-DATE TO DL-DATE                                05070000
050800     IF WS-PRIOR-DATE = 0                                         05080000
050900         MOVE 'NOT ON PERCTL - LENGTH OF NEXT PERIOD'             05090000
051000             TO DL-NOTE                                           05100000
051100     END-IF                                                       05110000
051200     PERFORM 260-PRINT-DATE-LINE                                  05120000
051300     MOVE 'RATES AND HOURS FROM PERIOD:' TO DL-LABEL              05130000
051400     MOVE WS-BASIS-DATE TO DL-DATE                                05140000
051500     PERFORM 260-PRINT-DATE-LINE                                  05150000
051600     MOVE SPACES TO WS-TOTAL-LINE                                 05160000
051700     MOVE 'DAYS IN PERIOD:' TO TL-LABEL                           05170000
051800     MOVE WS-PERIOD-DAYS TO TL-COUNT                              05180000
051900     PERFORM 910-PRINT-TOTAL-LINE                                 05190000
052000     MOVE 'UNPAID DAYS TO MONTH-END:' TO TL-LABEL                 05200000
052100     MOVE WS-UNPAID-DAYS TO TL-COUNT                              05210000
052200     PERFORM 910-PRINT-TOTAL-LINE                                 05220000
052300     MOVE 'PAY RECORDS USED:' TO TL-LABEL                         05230000
052400     MOVE BASIS-REC-COUNT TO TL-COUNT                             05240000
052500     PERFORM 910-PRINT-TOTAL-LINE                                 05250000
052600     MOVE 2 TO WS-SPACING                                         05260000
052700     .                                                            05270000
052800                                                                  05280000
052900 260-PRINT-DATE-LINE.                                             05290000
053000     MOVE WS-DATE-LINE TO PR-DETAIL                               05300000
053100     PERFORM 700-PRINT-LINE                                       05310000
053200     MOVE SPACES TO WS-DATE-LINE                                  05320000
053300     .                                                            05330000
053400                                                                  05340000
053500 300-PROCESS-DATA.                                                05350000
053550     PERFORM 345-PAY-TYPE-LOOKUP                                  05355000
053600     IF PAY-ADJ-IND = ' '                                         05360000
053700       AND TY-FOUND-FLAG = 'YES'                                  05370000
053800         IF PAY-PERIOD-END-DATE = WS-STRADDLE-DATE                05380000
053900           OR (PAY-PERIOD-END-DATE = WS-PRIOR-DATE                05390000
054000               AND WS-PRIOR-DATE NOT = 0)                         05400000
054100             PERFORM 340-OT-RULE-LOOKUP                           05410000
054200             PERFORM 400-CAL-PAY                                  05420000
054300             PERFORM 420-POST-DEPARTMENT                          05430000
054400         END-IF                                                   05440000
054500     END-IF                                                       05450000
054600     PERFORM 100-READ-INPUT                                       05460000
054700     .                                                            05470000
054800                                                                  05480000
054900 340-OT-RULE-LOOKUP.                                              05490000
055000     MOVE 'NO' TO OT-FOUND-FLAG                                   05500000
055100     MOVE 1 TO OT-SUB                                             05510000
055200     PERFORM 341-OT-RULE-CHECK-DIV                                05520000
055300       UNTIL OT-FOUND-FLAG = 'YES'                                05530000
055400       OR OT-SUB > OT-RULE-COUNT                                  05540000
055500     IF OT-FOUND-FLAG = 'NO'                                      05550000
055600         MOVE 1 TO OT-SUB                                         05560000
055700         PERFORM 342-OT-RULE-CHECK-DEFAULT                        05570000
055800           UNTIL OT-FOUND-FLAG = 'YES'                            05580000
055900           OR OT-SUB > OT-RULE-COUNT                              05590000
056000     END-IF                                                       05600000
056100     IF OT-FOUND-FLAG = 'YES'                                     05610000
056200         MOVE OTR-THRESHOLD (OT-SUB) TO WS-OT-THRESHOLD           05620000
056300         MOVE OTR-MULTIPLIER (OT-SUB) TO WS-OT-MULTIPLIER         05630000
056400     ELSE                                                         05640000
056500         MOVE 40.0 TO WS-OT-THRESHOLD                             05650000
056600         MOVE 1.50 TO WS-OT-MULTIPLIER                            05660000
056700     END-IF                                                       05670000
056800     .                                                            05680000
056900                                                                  05690000
057000 341-OT-RULE-CHECK-DIV.                                           05700000
057100     IF OTR-DIV (OT-SUB) = PAY-DIV                                05710000
057200         MOVE 'YES' TO OT-FOUND-FLAG                              05720000
057300     ELSE                                                         05730000
057400         ADD 1 TO OT-SUB                                          05740000
057500     END-IF                                                       05750000
057600     .                                                            05760000
057700                                                                  05770000
057800 342-OT-RULE-CHECK-DEFAULT.                                       05780000
057900     IF OTR-DIV (OT-SUB) = SPACES                                 05790000
058000         MOVE 'YES' TO OT-FOUND-FLAG                              05800000
058100     ELSE                                                         05810000
058200         ADD 1 TO OT-SUB                                          05820000
058300     END-IF                                                       05830000
058400     .                                                            05840000
058500                                                                  05850000
058504 345-PAY-TYPE-LOOKUP.                                             05850400
058508     MOVE 'NO' TO TY-FOUND-FLAG                                   05850800
058512     MOVE SPACE TO WS-TY-METHOD                                   05851200
058516     MOVE 'N' TO WS-TY-OT-FLAG                                    05851600
058520     MOVE 1 TO TY-SUB                                             05852000
058524     PERFORM 346-PAY-TYPE-SCAN                                    05852400
058528       UNTIL TY-FOUND-FLAG = 'YES'                                05852800
058532       OR TY-SUB > TY-COUNT                                       05853200
058536     .                                                            05853600
058540                                                                  05854000
058544 346-PAY-TYPE-SCAN.                                               05854400
058548     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           05854800
058552         MOVE 'YES' TO TY-FOUND-FLAG                              05855200
058556         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  05855600
058560         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                05856000
058564     ELSE                                                         05856400
058568         ADD 1 TO TY-SUB                                          05856800
058572     END-IF                                                       05857200
058576     .                                                            05857600
058580                                                                  05858000
058600 400-CAL-PAY.                                                     05860000
058700     INITIALIZE PAY-CAL-FIELDS                                    05870000
058800     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          05880000
058900     IF WS-TY-METHOD = 'F'                                        05890000
059000         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        05900000
059100         MOVE PAY-EMP-RATE TO PC-REG-PAY                          05910000
059200     ELSE                                                         05920000
059300         PERFORM 440-HOURLY                                       05930000
059400     END-IF                                                       05940000
059500     .                                                            05950000
059600                                                                  05960000
059700 420-POST-DEPARTMENT.                                             05970000
059800     MOVE PAY-COMPANY TO WS-AD-COMPANY                            05980000
059900     MOVE PAY-DIV TO WS-AD-DIV                                    05990000
060000     MOVE PAY-DEPT TO WS-AD-DEPT                                  06000000
060100     MOVE 0 TO AD-PICKED                                          06010000
060200     MOVE 1 TO AD-SUB                                             06020000
060300     PERFORM 425-DEPARTMENT-SCAN                                  06030000
060400       UNTIL AD-PICKED > 0                                        06040000
060500       OR AD-SUB > AD-COUNT                                       06050000
060600     IF AD-PICKED = 0                                             06060000
060700         IF AD-COUNT < 200                                        06070000
060800             ADD 1 TO AD-COUNT                                    06080000
060900             MOVE AD-COUNT TO AD-PICKED                           06090000
061000             MOVE WS-AD-KEY TO AD-KEY (AD-PICKED)                 06100000
061100             MOVE 0 TO AD-CUR-COUNT (AD-PICKED)                   06110000
061200             MOVE 0 TO AD-CUR-REG (AD-PICKED)                     06120000
061300             MOVE 0 TO AD-CUR-OT (AD-PICKED)                      06130000
061400             MOVE 0 TO AD-PRI-COUNT (AD-PICKED)                   06140000
061500             MOVE 0 TO AD-PRI-REG (AD-PICKED)                     06150000
061600             MOVE 0 TO AD-PRI-OT (AD-PICKED)                      06160000
061700             MOVE 0 TO AD-ACCR-REG (AD-PICKED)                    06170000
061800             MOVE 0 TO AD-ACCR-OT (AD-PICKED)                     06180000
061900         ELSE                                                     06190000
062000             ADD 1 TO AD-DROPPED-COUNT                            06200000
062100         END-IF                                                   06210000
062200     END-IF                                                       06220000
062300     IF AD-PICKED > 0                                             06230000
062400         IF PAY-PERIOD-END-DATE = WS-STRADDLE-DATE                06240000
062500             ADD 1 TO AD-CUR-COUNT (AD-PICKED)                    06250000
062600             ADD PC-REG-PAY TO AD-CUR-REG (AD-PICKED)             06260000
062700             ADD PC-OT-PAY TO AD-CUR-OT (AD-PICKED)               06270000
062800             MOVE WS-STRADDLE-DATE TO WS-BASIS-DATE               06280000
062900         ELSE                                                     06290000
063000             ADD 1 TO AD-PRI-COUNT (AD-PICKED)                    06300000
063100             ADD PC-REG-PAY TO AD-PRI-REG (AD-PICKED)             06310000
063200             ADD PC-OT-PAY TO AD-PRI-OT (AD-PICKED)               06320000
063300             IF WS-BASIS-DATE NOT = WS-STRADDLE-DATE              06330000
063400                 MOVE WS-PRIOR-DATE TO WS-BASIS-DATE              06340000
063500             END-IF                                               06350000
063600         END-IF                                                   06360000
063700         ADD 1 TO BASIS-REC-COUNT                                 06370000
063800     END-IF                                                       06380000
063900     .                                                            06390000
064000                                                                  06400000
064100 425-DEPARTMENT-SCAN.                                             06410000
064200     IF AD-KEY (AD-SUB) = WS-AD-KEY                               06420000
064300         MOVE AD-SUB TO AD-PICKED                                 06430000
064400     ELSE                                                         06440000
064500         ADD 1 TO AD-SUB                                          06450000
064600     END-IF                                                       06460000
064700     .                                                            06470000
064800                                                                  06480000
064900 438-SET-OT-LIMIT.                                                06490000
065000     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       06500000
065100     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               06510000
065200         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 06520000
065300           GIVING WS-OT-HR-LIMIT                                  06530000
065400         IF WS-OT-HR-LIMIT < 0                                    06540000
065500             MOVE 0 TO WS-OT-HR-LIMIT                             06550000
065600         END-IF                                                   06560000
065700     END-IF                                                       06570000
065725     IF WS-TY-OT-FLAG NOT = 'Y'                                   06572500
065750         MOVE 9999.9 TO WS-OT-HR-LIMIT                            06575000
065775     END-IF                                                       06577500
065800     .                                                            06580000
065900                                                                  06590000
066000 440-HOURLY.                                                      06600000
066100     PERFORM 438-SET-OT-LIMIT                                     06610000
066200     IF PC-HR-USED > WS-OT-HR-LIMIT                               06620000
066300         PERFORM 450-OT-PAY                                       06630000
066400     ELSE                                                         06640000
066500         MOVE 0 TO PC-OT-PAY                                      06650000
066600         MOVE PC-HR-USED TO PC-REG-HR                             06660000
066700         PERFORM 460-REG-PAY                                      06670000
066800     END-IF                                                       06680000
066900     .                                                            06690000
067000                                                                  06700000
067100 450-OT-PAY.                                                      06710000
067200     SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                      06720000
067300       GIVING PC-OT-HR                                            06730000
067400     MOVE WS-OT-HR-LIMIT TO PC-REG-HR                             06740000
067500     MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                    06750000
067600       GIVING PC-OT-RATE ROUNDED                                  06760000
067700     MULTIPLY PC-OT-RATE BY PC-OT-HR                              06770000
067800       GIVING PC-OT-PAY ROUNDED                                   06780000
067900     PERFORM 460-REG-PAY                                          06790000
068000     .                                                            06800000
068100                                                                  06810000
068200 460-REG-PAY.                                                     06820000
068300     MULTIPLY PAY-EMP-RATE BY PC-REG-HR                           06830000
068400       GIVING PC-REG-PAY ROUNDED                                  06840000
068500     MOVE 0 TO PC-GROSS-PAY                                       06850000
068600     ADD PC-OT-PAY TO PC-GROSS-PAY                                06860000
068700     ADD PC-REG-PAY TO PC-GROSS-PAY                               06870000
068800     .                                                            06880000
068900                                                                  06890000
069000 475-DAY-NUMBER.                                                  06900000
069100     MOVE 0 TO WS-DC-DAYNUM                                       06910000
069200     IF WS-DC-MM > 0 AND WS-DC-MM < 13                            06920000
069300         DIVIDE WS-DC-YY BY 4 GIVING WS-LEAP-QUOT                 06930000
069400             REMAINDER WS-LEAP-REM                                06940000
069500         IF WS-LEAP-REM = 0                                       06950000
069600             MOVE 29 TO DIM-DAYS (2)                              06960000
069700         ELSE                                                     06970000
069800             MOVE 28 TO DIM-DAYS (2)                              06980000
069900         END-IF                                                   06990000
070000         MULTIPLY WS-DC-YY BY 365 GIVING WS-DC-DAYNUM             07000000
070100         ADD 3 WS-DC-YY GIVING WS-LEAP-YEARS                      07010000
070200         DIVIDE WS-LEAP-YEARS BY 4 GIVING WS-LEAP-YEARS           07020000
070300         ADD WS-LEAP-YEARS TO WS-DC-DAYNUM                        07030000
070400         ADD WS-DC-DD TO WS-DC-DAYNUM                             07040000
070500         MOVE 1 TO WS-MONTH-SUB                                   07050000
070600         PERFORM 476-ADD-MONTH-DAYS                               07060000
070700           UNTIL WS-MONTH-SUB >= WS-DC-MM                         07070000
070800     END-IF                                                       07080000
070900     .                                                            07090000
071000                                                                  07100000
071100 476-ADD-MONTH-DAYS.                                              07110000
071200     ADD DIM-DAYS (WS-MONTH-SUB) TO WS-DC-DAYNUM                  07120000
071300     ADD 1 TO WS-MONTH-SUB                                        07130000
071400     .                                                            07140000
071500                                                                  07150000
071600 500-PRINT-DEPARTMENTS.                                           07160000
071700     MOVE 2 TO WS-SPACING                                         07170000
071800     MOVE AD-COMPANY (1) TO WS-CUR-COMPANY                        07180000
071900     MOVE AD-DIV (1) TO WS-CUR-DIV                                07190000
072000     MOVE 1 TO AD-SUB                                             07200000
072100     PERFORM 510-PRINT-DEPARTMENT                                 07210000
072200       UNTIL AD-SUB > AD-COUNT                                    07220000
072300     PERFORM 530-PRINT-DIVISION-TOTAL                             07230000
072400     PERFORM 540-PRINT-COMPANY-TOTAL                              07240000
072500     MOVE SPACES TO WS-PRINT-REC                                  07250000
072600     MOVE 2 TO WS-SPACING                                         07260000
072700     MOVE 'ALL COMPANIES' TO PR-NOTE                              07270000
072800     MOVE GT-BASIS TO PR-BASIS                                    07280000
072900     MOVE GT-ACCR-REG TO PR-ACCR-REG                              07290000
073000     MOVE GT-ACCR-OT TO PR-ACCR-OT                                07300000
073100     ADD GT-ACCR-REG GT-ACCR-OT GIVING WS-PRORATE-WORK            07310000
073200     MOVE WS-PRORATE-WORK TO PR-ACCR-TOTAL                        07320000
073300     PERFORM 700-PRINT-LINE                                       07330000
073400     .                                                            07340000
073500                                                                  07350000
073600 510-PRINT-DEPARTMENT.                                            07360000
073700     IF AD-COMPANY (AD-SUB) NOT = WS-CUR-COMPANY                  07370000
073800         PERFORM 530-PRINT-DIVISION-TOTAL                         07380000
073900         PERFORM 540-PRINT-COMPANY-TOTAL                          07390000
074000         MOVE AD-COMPANY (AD-SUB) TO WS-CUR-COMPANY               07400000
074100         MOVE AD-DIV (AD-SUB) TO WS-CUR-DIV                       07410000
074200     ELSE                                                         07420000
074300     IF AD-DIV (AD-SUB) NOT = WS-CUR-DIV                          07430000
074400         PERFORM 530-PRINT-DIVISION-TOTAL                         07440000
074500         MOVE AD-DIV (AD-SUB) TO WS-CUR-DIV                       07450000
074600     END-IF                                                       07460000
074700     END-IF                                                       07470000
074800     PERFORM 520-PRORATE-DEPARTMENT                               07480000
074900     MOVE AD-COMPANY (AD-SUB) TO PR-COMPANY                       07490000
075000     MOVE AD-DIV (AD-SUB) TO PR-DIV                               07500000
075100     MOVE AD-DEPT (AD-SUB) TO PR-DEPT                             07510000
075200     PERFORM 700-PRINT-LINE                                       07520000
075300     ADD 1 TO AD-SUB                                              07530000
075400     .                                                            07540000
075500                                                                  07550000
075600 520-PRORATE-DEPARTMENT.                                          07560000
075700     IF WS-BASIS-DATE = WS-STRADDLE-DATE                          07570000
075800         MOVE AD-CUR-COUNT (AD-SUB) TO PR-COUNT                   07580000
075900         MOVE AD-CUR-REG (AD-SUB) TO WS-BASIS-REG                 07590000
076000         MOVE AD-CUR-OT (AD-SUB) TO WS-BASIS-OT                   07600000
076100     ELSE                                                         07610000
076200         MOVE AD-PRI-COUNT (AD-SUB) TO PR-COUNT                   07620000
076300         MOVE AD-PRI-REG (AD-SUB) TO WS-BASIS-REG                 07630000
076400         MOVE AD-PRI-OT (AD-SUB) TO WS-BASIS-OT                   07640000
076500     END-IF                                                       07650000
076600     ADD WS-BASIS-REG WS-BASIS-OT GIVING WS-BASIS-GROSS           07660000
076700     MOVE 0 TO AD-ACCR-REG (AD-SUB)                               07670000
076800     MOVE 0 TO AD-ACCR-OT (AD-SUB)                                07680000
076900     IF WS-PERIOD-DAYS > 0                                        07690000
077000         MULTIPLY WS-BASIS-REG BY WS-UNPAID-DAYS                  07700000
077100           GIVING WS-PRORATE-WORK                                 07710000
077200         DIVIDE WS-PRORATE-WORK BY WS-PERIOD-DAYS                 07720000
077300           GIVING AD-ACCR-REG (AD-SUB) ROUNDED                    07730000
077400         MULTIPLY WS-BASIS-OT BY WS-UNPAID-DAYS                   07740000
077500           GIVING WS-PRORATE-WORK                                 07750000
077600         DIVIDE WS-PRORATE-WORK BY WS-PERIOD-DAYS                 07760000
077700           GIVING AD-ACCR-OT (AD-SUB) ROUNDED                     07770000
077800     END-IF                                                       07780000
077900     MOVE WS-BASIS-GROSS TO PR-BASIS                              07790000
078000     MOVE AD-ACCR-REG (AD-SUB) TO PR-ACCR-REG                     07800000
078100     MOVE AD-ACCR-OT (AD-SUB) TO PR-ACCR-OT                       07810000
078200     ADD AD-ACCR-REG (AD-SUB) AD-ACCR-OT (AD-SUB)                 07820000
078300       GIVING WS-PRORATE-WORK                                     07830000
078400     MOVE WS-PRORATE-WORK TO PR-ACCR-TOTAL                        07840000
078500     ADD WS-BASIS-GROSS TO DV-BASIS                               07850000
078600     ADD AD-ACCR-REG (AD-SUB) TO DV-ACCR-REG                      07860000
078700     ADD AD-ACCR-OT (AD-SUB) TO DV-ACCR-OT                        07870000
078800     .                                                            07880000
078900                                                                  07890000
079000 530-PRINT-DIVISION-TOTAL.                                        07900000
079100     MOVE SPACES TO WS-PRINT-REC                                  07910000
079200     MOVE WS-CUR-COMPANY TO PR-COMPANY                            07920000
079300     MOVE WS-CUR-DIV TO PR-DIV                                    07930000
079400     MOVE 'DIVISION TOTAL' TO PR-NOTE                             07940000
079500     MOVE DV-BASIS TO PR-BASIS                                    07950000
079600     MOVE DV-ACCR-REG TO PR-ACCR-REG                              07960000
079700     MOVE DV-ACCR-OT TO PR-ACCR-OT                                07970000
079800     ADD DV-ACCR-REG DV-ACCR-OT GIVING WS-PRORATE-WORK            07980000
079900     MOVE WS-PRORATE-WORK TO PR-ACCR-TOTAL                        07990000
080000     PERFORM 700-PRINT-LINE                                       08000000
080100     MOVE 2 TO WS-SPACING                                         08010000
080200     ADD DV-BASIS TO CO-BASIS                                     08020000
080300     ADD DV-ACCR-REG TO CO-ACCR-REG                               08030000
080400     ADD DV-ACCR-OT TO CO-ACCR-OT                                 08040000
080500     MOVE 0 TO DV-BASIS                                           08050000
080600     MOVE 0 TO DV-ACCR-REG                                        08060000
080700     MOVE 0 TO DV-ACCR-OT                                         08070000
080800     .                                                            08080000
080900                                                                  08090000
081000 540-PRINT-COMPANY-TOTAL.                                         08100000
081100     MOVE SPACES TO WS-PRINT-REC                                  08110000
081200     MOVE WS-CUR-COMPANY TO PR-COMPANY                            08120000
081300     MOVE 'COMPANY TOTAL' TO PR-NOTE                              08130000
081400     MOVE CO-BASIS TO PR-BASIS                                    08140000
081500     MOVE CO-ACCR-REG TO PR-ACCR-REG                              08150000
081600     MOVE CO-ACCR-OT TO PR-ACCR-OT                                08160000
081700     ADD CO-ACCR-REG CO-ACCR-OT GIVING WS-PRORATE-WORK            08170000
081800     MOVE WS-PRORATE-WORK TO PR-ACCR-TOTAL                        08180000
081900     PERFORM 700-PRINT-LINE                                       08190000
082000     MOVE 2 TO WS-SPACING                                         08200000
082100     ADD CO-BASIS TO GT-BASIS                                     08210000
082200     ADD CO-ACCR-REG TO GT-ACCR-REG                               08220000
082300     ADD CO-ACCR-OT TO GT-ACCR-OT                                 08230000
082400     MOVE 0 TO CO-BASIS                                           08240000
082500     MOVE 0 TO CO-ACCR-REG                                        08250000
082600     MOVE 0 TO CO-ACCR-OT                                         08260000
082700     .                                                            08270000
082800                                                                  08280000
082900 580-SORT-TABLE.                                                  08290000
083000     MOVE 1 TO SRT-I                                              08300000
083100     PERFORM 581-SORT-PASS                                        08310000
083200       UNTIL SRT-I >= AD-COUNT                                    08320000
083300     .                                                            08330000
083400                                                                  08340000
083500 581-SORT-PASS.                                                   08350000
083600     MOVE SRT-I TO SRT-MIN                                        08360000
083700     ADD 1 SRT-I GIVING SRT-J                                     08370000
083800     PERFORM 582-SORT-SCAN                                        08380000
083900       UNTIL SRT-J > AD-COUNT                                     08390000
084000     IF SRT-MIN NOT = SRT-I                                       08400000
084100         MOVE AD-ITEM (SRT-I) TO WS-AD-HOLD                       08410000
084200         MOVE AD-ITEM (SRT-MIN) TO AD-ITEM (SRT-I)                08420000
084300         MOVE WS-AD-HOLD TO AD-ITEM (SRT-MIN)                     08430000
084400     END-IF                                                       08440000
084500     ADD 1 TO SRT-I                                               08450000
084600     .                                                            08460000
084700                                                                  08470000
084800 582-SORT-SCAN.                                                   08480000
084900     IF AD-KEY (SRT-J) < AD-KEY (SRT-MIN)                         08490000
085000         MOVE SRT-J TO SRT-MIN                                    08500000
085100     END-IF                                                       08510000
085200     ADD 1 TO SRT-J                                               08520000
085300     .                                                            08530000
085400                                                                  08540000
085500 600-WRITE-JOURNAL.                                               08550000
085600     MOVE 0 TO WS-CO-ACCRUAL                                      08560000
085700     MOVE AD-COMPANY (1) TO WS-CUR-COMPANY                        08570000
085800     MOVE 1 TO AD-SUB                                             08580000
085900     PERFORM 610-WRITE-DEPARTMENT-LINES                           08590000
086000       UNTIL AD-SUB > AD-COUNT                                    08600000
086100     PERFORM 630-WRITE-LIABILITY-LINE                             08610000
086200     .                                                            08620000
086300                                                                  08630000
086400 610-WRITE-DEPARTMENT-LINES.                                      08640000
086500     IF AD-COMPANY (AD-SUB) NOT = WS-CUR-COMPANY                  08650000
086600         PERFORM 630-WRITE-LIABILITY-LINE                         08660000
086700         MOVE AD-COMPANY (AD-SUB) TO WS-CUR-COMPANY               08670000
086800     END-IF                                                       08680000
086850     PERFORM 672-COST-CENTER-LOOKUP                               08685000
086900     IF AD-ACCR-REG (AD-SUB) NOT = 0                              08690000
087000         MOVE '600100' TO AJ-ACCOUNT-NO                           08700000
087100         MOVE 'WAGES EXPENSE - REGULAR' TO AJ-ACCOUNT-DESC        08710000
087200         MOVE 'DR' TO AJ-DR-CR                                    08720000
087300         MOVE 'REG ' TO WS-COA-CODE                               08730000
087400         PERFORM 660-COA-LOOKUP                                   08740000
087500         MOVE AD-ACCR-REG (AD-SUB) TO AJ-AMOUNT                   08750000
087600         MOVE AD-DIV (AD-SUB) TO AJ-DIV                           08760000
087700         MOVE AD-DEPT (AD-SUB) TO AJ-DEPT                         08770000
087750         MOVE WS-COST-CENTER TO AJ-COST-CENTER                    08775000
087800         ADD AD-ACCR-REG (AD-SUB) TO WS-CO-ACCRUAL                08780000
087900         PERFORM 680-WRITE-ENTRY                                  08790000
088000     END-IF                                                       08800000
088100     IF AD-ACCR-OT (AD-SUB) NOT = 0                               08810000
088200         MOVE '600200' TO AJ-ACCOUNT-NO                           08820000
088300         MOVE 'WAGES EXPENSE - OVERTIME' TO AJ-ACCOUNT-DESC       08830000
088400         MOVE 'DR' TO AJ-DR-CR                                    08840000
088500         MOVE 'OT  ' TO WS-COA-CODE                               08850000
088600         PERFORM 660-COA-LOOKUP                                   08860000
088700         MOVE AD-ACCR-OT (AD-SUB) TO AJ-AMOUNT                    08870000
088800         MOVE AD-DIV (AD-SUB) TO AJ-DIV                           08880000
088900         MOVE AD-DEPT (AD-SUB) TO AJ-DEPT                         08890000
088950         MOVE WS-COST-CENTER TO AJ-COST-CENTER                    08895000
089000         ADD AD-ACCR-OT (AD-SUB) TO WS-CO-ACCRUAL                 08900000
089100         PERFORM 680-WRITE-ENTRY                                  08910000
089200     END-IF                                                       08920000
089300     ADD 1 TO AD-SUB                                              08930000
089400     .                                                            08940000
089500                                                                  08950000
089600 630-WRITE-LIABILITY-LINE.                                        08960000
089700     IF WS-CO-ACCRUAL NOT = 0                                     08970000
089800         MOVE '210400' TO AJ-ACCOUNT-NO                           08980000
089900         MOVE 'ACCRUED WAGES PAYABLE' TO AJ-ACCOUNT-DESC          08990000
090000         MOVE 'CR' TO AJ-DR-CR                                    09000000
090100         MOVE 'ACWG' TO WS-COA-CODE                               09010000
090200         PERFORM 660-COA-LOOKUP                                   09020000
090300         MOVE WS-CO-ACCRUAL TO AJ-AMOUNT                          09030000
090400         PERFORM 680-WRITE-ENTRY                                  09040000
090500     END-IF                                                       09050000
090600     MOVE 0 TO WS-CO-ACCRUAL                                      09060000
090700     .                                                            09070000
090800                                                                  09080000
090900 660-COA-LOOKUP.                                                  09090000
091000     MOVE 'NO' TO COA-FOUND-FLAG                                  09100000
091100     MOVE 1 TO COA-SUB                                            09110000
091200     PERFORM 670-COA-CHECK                                        09120000
091300       UNTIL COA-FOUND-FLAG = 'YES'                               09130000
091400       OR COA-SUB > COA-COUNT                                     09140000
091500     IF COA-FOUND-FLAG = 'YES'                                    09150000
091600         MOVE COA-T-ACCOUNT (COA-SUB) TO AJ-ACCOUNT-NO            09160000
091700         MOVE COA-T-DESC (COA-SUB) TO AJ-ACCOUNT-DESC             09170000
091800         MOVE COA-T-DRCR (COA-SUB) TO AJ-DR-CR                    09180000
091900     END-IF                                                       09190000
092000     .                                                            09200000
092100                                                                  09210000
092200 670-COA-CHECK.                                                   09220000
092300     IF COA-T-CODE (COA-SUB) = WS-COA-CODE                        09230000
092400         MOVE 'YES' TO COA-FOUND-FLAG                             09240000
092500     ELSE                                                         09250000
092600         ADD 1 TO COA-SUB                                         09260000
092700     END-IF                                                       09270000
092800     .                                                            09280000
092802                                                                  09280200
092804 672-COST-CENTER-LOOKUP.                                          09280400
092806     MOVE '000000' TO WS-COST-CENTER                              09280600
092808     MOVE AD-DIV (AD-SUB) TO WS-CCM-DIV                           09280800
092810     MOVE AD-DEPT (AD-SUB) TO WS-CCM-DEPT                         09281000
092812     PERFORM 674-COST-CENTER-SCAN                                 09281200
092814     IF CCM-FOUND-FLAG = 'NO'                                     09281400
092816         MOVE SPACES TO WS-CCM-DEPT                               09281600
092818         PERFORM 674-COST-CENTER-SCAN                             09281800
092820     END-IF                                                       09282000
092822     IF CCM-FOUND-FLAG = 'NO'                                     09282200
092824         MOVE SPACES TO WS-CCM-DIV                                09282400
092826         PERFORM 674-COST-CENTER-SCAN                             09282600
092828     END-IF                                                       09282800
092830     IF CCM-FOUND-FLAG = 'YES'                                    09283000
092832         MOVE CCM-T-COST-CENTER (CCM-SUB) TO WS-COST-CENTER       09283200
092834     END-IF                                                       09283400
092836     .                                                            09283600
092838                                                                  09283800
092840 674-COST-CENTER-SCAN.                                            09284000
092842     MOVE 'NO' TO CCM-FOUND-FLAG                                  09284200
092844     MOVE 1 TO CCM-SUB                                            09284400
092846     PERFORM 676-COST-CENTER-CHECK                                09284600
092848       UNTIL CCM-FOUND-FLAG = 'YES'                               09284800
092850       OR CCM-SUB > CCM-COUNT                                     09285000
092852     .                                                            09285200
092854                                                                  09285400
092856 676-COST-CENTER-CHECK.                                           09285600
092858     IF CCM-T-DIV (CCM-SUB) = WS-CCM-DIV                          09285800
092860       AND CCM-T-DEPT (CCM-SUB) = WS-CCM-DEPT                     09286000
092862         MOVE 'YES' TO CCM-FOUND-FLAG                             09286200
092864     ELSE                                                         09286400
092866         ADD 1 TO CCM-SUB                                         09286600
092868     END-IF                                                       09286800
092870     .                                                            09287000
092900                                                                  09290000
093000 680-WRITE-ENTRY.                                                 09300000
093100     MOVE WS-CUR-COMPANY TO AJ-COMPANY                            09310000
093200     MOVE WS-ENTRY-TYPE TO AJ-ENTRY-TYPE                          09320000
093300     IF WS-ENTRY-TYPE = 'AC'                                      09330000
093400         MOVE WS-ACCRUAL-YYYYMMDD TO AJ-ENTRY-DATE                09340000
093500         IF AJ-DR-CR = 'DR'                                       09350000
093600             ADD AJ-AMOUNT TO JT-AC-DR                            09360000
093700         ELSE                                                     09370000
093800             ADD AJ-AMOUNT TO JT-AC-CR                            09380000
093900         END-IF                                                   09390000
094000     ELSE                                                         09400000
094100         MOVE WS-REVERSAL-YYYYMMDD TO AJ-ENTRY-DATE               09410000
094200         IF AJ-DR-CR = 'DR'                                       09420000
094300             MOVE 'CR' TO AJ-DR-CR                                09430000
094400             ADD AJ-AMOUNT TO JT-RV-CR                            09440000
094500         ELSE                                                     09450000
094600             MOVE 'DR' TO AJ-DR-CR                                09460000
094700             ADD AJ-AMOUNT TO JT-RV-DR                            09470000
094800         END-IF                                                   09480000
094900     END-IF                                                       09490000
095000     ADD 1 TO JT-ENTRY-COUNT                                      09500000
095100     ADD AJ-AMOUNT TO JT-HASH-AMOUNT                              09510000
095200     WRITE AJ-EXTRACT-REC                                         09520000
095300     ADD 1 TO WS-WRITE-COUNT                                      09530000
095400     MOVE SPACES TO AJ-EXTRACT-REC                                09540000
095500     .                                                            09550000
095600                                                                  09560000
095700 690-WRITE-JOURNAL-TRAILER.                                       09570000
095800     IF JT-AC-DR = JT-AC-CR                                       09580000
095900       AND JT-RV-DR = JT-RV-CR                                    09590000
096000       AND JT-AC-DR = JT-RV-CR                                    09600000
096100         MOVE "YES" TO WS-BALANCED-FLAG                           09610000
096200         MOVE 'TR' TO AJB-REC-TYPE                                09620000
096300         MOVE JT-ENTRY-COUNT TO AJB-ENTRY-COUNT                   09630000
096400         MOVE JT-HASH-AMOUNT TO AJB-HASH-AMOUNT                   09640000
096500         WRITE AJ-EXTRACT-REC FROM WS-AJ-TRAILER                  09650000
096600         ADD 1 TO WS-WRITE-COUNT                                  09660000
096700     END-IF                                                       09670000
096800     .                                                            09680000
096900                                                                  09690000
097000 700-PRINT-LINE.                                                  09700000
097100     PERFORM 750-WRITE                                            09710000
097200     IF WS-LINE-COUNT > 50                                        09720000
097300         PERFORM 800-PRINT-HEADINGS                               09730000
097400     END-IF                                                       09740000
097500     .                                                            09750000
097600                                                                  09760000
097700 750-WRITE.                                                       09770000
097800     WRITE PRINT-REC FROM WS-PRINT-REC                            09780000
097900       AFTER ADVANCING WS-SPACING LINES                           09790000
098000     END-WRITE                                                    09800000
098100     ADD WS-SPACING TO WS-LINE-COUNT                              09810000
098200     MOVE 1 TO WS-SPACING                                         09820000
098300     MOVE SPACES TO WS-PRINT-REC                                  09830000
098400     .                                                            09840000
098500                                                                  09850000
098600 800-PRINT-HEADINGS.                                              09860000
098700     ADD 1 TO WS-PAGE                                             09870000
098800     MOVE WS-PAGE TO H-PAGE                                       09880000
098900     MOVE WS-MONTH TO H-MONTH                                     09890000
099000     MOVE WS-YEAR TO H-YEAR                                       09900000
099100     WRITE PRINT-REC FROM HEADING-1                               09910000
099200       AFTER ADVANCING PAGE                                       09920000
099300     END-WRITE                                                    09930000
099400     MOVE HEADING-2 TO WS-PRINT-REC                               09940000
099500     MOVE 2 TO WS-SPACING                                         09950000
099600     PERFORM 750-WRITE                                            09960000
099700     MOVE 2 TO WS-SPACING                                         09970000
099800     MOVE 0 TO WS-LINE-COUNT                                      09980000
099900     .                                                            09990000
100000                                                                  10000000
100100 830-READ-MONTH-CARD.                                             10010000
100200     OPEN INPUT MONTH-CARD-FILE                                   10020000
100300     READ MONTH-CARD-FILE                                         10030000
100400       AT END                                                     10040000
100500         MOVE "NO" TO WS-CARD-OK-FLAG                             10050000
100600       NOT AT END                                                 10060000
100700         IF AC-MONTH NUMERIC AND AC-YEAR NUMERIC                  10070000
100800           AND AC-MONTH > 0 AND AC-MONTH < 13                     10080000
100900             MOVE "YES" TO WS-CARD-OK-FLAG                        10090000
101000             MOVE AC-MONTH TO WS-MONTH                            10100000
101100             MOVE AC-YEAR TO WS-YEAR                              10110000
101200         ELSE                                                     10120000
101300             MOVE "NO" TO WS-CARD-OK-FLAG                         10130000
101400         END-IF                                                   10140000
101500     END-READ                                                     10150000
101600     CLOSE MONTH-CARD-FILE                                        10160000
101700     IF WS-CARD-OK-FLAG = "YES"                                   10170000
101800         PERFORM 835-SET-ENTRY-DATES                              10180000
101900     END-IF                                                       10190000
102000     .                                                            10200000
102100                                                                  10210000
102200 835-SET-ENTRY-DATES.                                             10220000
102300     MOVE WS-YEAR TO WS-DC-YY                                     10230000
102400     MOVE WS-MONTH TO WS-DC-MM                                    10240000
102500     MOVE 1 TO WS-DC-DD                                           10250000
102600     PERFORM 475-DAY-NUMBER                                       10260000
102700     MOVE WS-YEAR TO WS-ACC-BND-YY                                10270000
102800     MOVE WS-MONTH TO WS-ACC-BND-MM                               10280000
102900     MOVE DIM-DAYS (WS-MONTH) TO WS-ACC-BND-DD                    10290000
103000     IF WS-MONTH = 12                                             10300000
103100         ADD 1 WS-YEAR GIVING WS-REV-BND-YY                       10310000
103200         MOVE 1 TO WS-REV-BND-MM                                  10320000
103300     ELSE                                                         10330000
103400         MOVE WS-YEAR TO WS-REV-BND-YY                            10340000
103500         ADD 1 WS-MONTH GIVING WS-REV-BND-MM                      10350000
103600     END-IF                                                       10360000
103700     MOVE 1 TO WS-REV-BND-DD                                      10370000
103800     .                                                            10380000
103900                                                                  10390000
103901*    ARCHCTL SAYS WHERE THE YEAR IS:  NO ROW MEANS IT IS STILL ON 10390100
103902*    PAYARCH, 'G' ON ITS OWN GENERATION, 'P' PURGED.              10390200
103903 836-FIND-ARCHIVE-YEAR.                                           10390300
103904     MOVE 2000 TO WS-ARCH-YEAR                                    10390400
103905     ADD WS-FIND-YY TO WS-ARCH-YEAR                               10390500
103906     MOVE 'A' TO WS-ARCH-SOURCE                                   10390600
103907     OPEN INPUT ARCH-CONTROL-FILE                                 10390700
103908     MOVE "NO" TO AY-EOF-FLAG                                     10390800
103909     PERFORM UNTIL AY-EOF-FLAG = "YES"                            10390900
103910         READ ARCH-CONTROL-FILE                                   10391000
103911           AT END                                                 10391100
103912             MOVE "YES" TO AY-EOF-FLAG                            10391200
103913           NOT AT END                                             10391300
103914             IF AY-YEAR = WS-ARCH-YEAR                            10391400
103915                 MOVE AY-STATUS TO WS-ARCH-SOURCE                 10391500
103916             END-IF                                               10391600
103917         END-READ                                                 10391700
103918     END-PERFORM                                                  10391800
103919     CLOSE ARCH-CONTROL-FILE                                      10391900
103920     IF WS-ARCH-SOURCE = 'P'                                      10392000
103921         MOVE WS-ARCH-YEAR TO AM-YEAR                             10392100
103922         MOVE 'PAY ARCHIVE PURGED' TO AM-TEXT                     10392200
103923         MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                       10392300
103924         PERFORM 700-PRINT-LINE                                   10392400
103925     END-IF                                                       10392500
103926     .                                                            10392600
103927                                                                  10392700
103928 843-LOAD-PAY-TYPES.                                              10392800
103929     OPEN INPUT PAY-TYPE-FILE                                     10392900
103930     MOVE 'NO' TO TY-EOF-FLAG                                     10393000
103931     MOVE 0 TO TY-COUNT                                           10393100
103932     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            10393200
103933         READ PAY-TYPE-FILE                                       10393300
103934           AT END                                                 10393400
103935             MOVE 'YES' TO TY-EOF-FLAG                            10393500
103936           NOT AT END                                             10393600
103937             IF TY-COUNT < 20                                     10393700
103938               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          10393800
103939                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         10393900
103940                 ADD 1 TO TY-COUNT                                10394000
103941                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              10394100
103942                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          10394200
103943                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        10394300
103944             END-IF                                               10394400
103945         END-READ                                                 10394500
103946     END-PERFORM                                                  10394600
103947     CLOSE PAY-TYPE-FILE                                          10394700
103948     IF TY-COUNT = 0                                              10394800
103949         MOVE 2 TO TY-COUNT                                       10394900
103950         MOVE 'S' TO TY-CODE (1)                                  10395000
103951         MOVE 'F' TO TY-METHOD (1)                                10395100
103952         MOVE 'N' TO TY-OT-FLAG (1)                               10395200
103953         MOVE 'H' TO TY-CODE (2)                                  10395300
103954         MOVE 'H' TO TY-METHOD (2)                                10395400
103955         MOVE 'Y' TO TY-OT-FLAG (2)                               10395500
103956     END-IF                                                       10395600
103957     .                                                            10395700
103958                                                                  10395800
103959                                                                  10395900
104000 846-LOAD-OT-RULES.                                               10400000
104100     OPEN INPUT OT-CONTROL-FILE                                   10410000
104200     MOVE 'NO' TO OT-EOF-FLAG                                     10420000
104300     MOVE 0 TO OT-RULE-COUNT                                      10430000
104400     PERFORM UNTIL OT-EOF-FLAG = 'YES'                            10440000
104500         READ OT-CONTROL-FILE                                     10450000
104600           AT END                                                 10460000
104700             MOVE 'YES' TO OT-EOF-FLAG                            10470000
104800           NOT AT END                                             10480000
104900             IF OT-RULE-COUNT < 50                                10490000
105000                 ADD 1 TO OT-RULE-COUNT                           10500000
105100                 MOVE OTC-DIV TO OTR-DIV (OT-RULE-COUNT)          10510000
105200                 MOVE OTC-THRESHOLD                               10520000
105300                     TO OTR-THRESHOLD (OT-RULE-COUNT)             10530000
105400                 MOVE OTC-MULTIPLIER                              10540000
105500                     TO OTR-MULTIPLIER (OT-RULE-COUNT)            10550000
105600             END-IF                                               10560000
105700         END-READ                                                 10570000
105800     END-PERFORM                                                  10580000
105900     CLOSE OT-CONTROL-FILE                                        10590000
106000     .                                                            10600000
106100                                                                  10610000
106200 847-LOAD-PERIOD-CONTROL.                                         10620000
106300     OPEN INPUT PERIOD-CONTROL-FILE                               10630000
106400     MOVE 'NO' TO PPC-EOF-FLAG                                    10640000
106500     MOVE 0 TO PPC-COUNT                                          10650000
106600     PERFORM UNTIL PPC-EOF-FLAG = 'YES'                           10660000
106700         READ PERIOD-CONTROL-FILE                                 10670000
106800           AT END                                                 10680000
106900             MOVE 'YES' TO PPC-EOF-FLAG                           10690000
107000           NOT AT END                                             10700000
107100             IF PPC-COUNT < 53                                    10710000
107200                 ADD 1 TO PPC-COUNT                               10720000
107300                 MOVE PPC-PERIOD-END-DATE                         10730000
107400                     TO PPC-T-DATE (PPC-COUNT)                    10740000
107500                 MOVE PPC-STATUS TO PPC-T-STATUS (PPC-COUNT)      10750000
107600             END-IF                                               10760000
107700         END-READ                                                 10770000
107800     END-PERFORM                                                  10780000
107900     CLOSE PERIOD-CONTROL-FILE                                    10790000
108000     .                                                            10800000
108100                                                                  10810000
108200 848-LOAD-CHART-OF-ACCOUNTS.                                      10820000
108300     OPEN INPUT COA-CONTROL-FILE                                  10830000
108400     MOVE 'NO' TO COA-EOF-FLAG                                    10840000
108500     MOVE 0 TO COA-COUNT                                          10850000
108600     PERFORM UNTIL COA-EOF-FLAG = 'YES'                           10860000
108700         READ COA-CONTROL-FILE                                    10870000
108800           AT END                                                 10880000
108900             MOVE 'YES' TO COA-EOF-FLAG                           10890000
109000           NOT AT END                                             10900000
109100             IF COA-COUNT < 20                                    10910000
109200                 ADD 1 TO COA-COUNT                               10920000
109300                 MOVE COA-CODE TO COA-T-CODE (COA-COUNT)          10930000
109400                 MOVE COA-ACCOUNT TO COA-T-ACCOUNT (COA-COUNT)    10940000
109500                 MOVE COA-DESC TO COA-T-DESC (COA-COUNT)          10950000
109600                 MOVE COA-DRCR TO COA-T-DRCR (COA-COUNT)          10960000
109700             END-IF                                               10970000
109800         END-READ                                                 10980000
109900     END-PERFORM                                                  10990000
110000     CLOSE COA-CONTROL-FILE                                       11000000
110100     .                                                            11010000
110200                                                                  11020000
110204 849-LOAD-COST-CENTERS.                                           11020400
110208     OPEN INPUT COST-CENTER-FILE                                  11020800
110212     MOVE 'NO' TO CCM-EOF-FLAG                                    11021200
110216     MOVE 0 TO CCM-COUNT                                          11021600
110220     PERFORM UNTIL CCM-EOF-FLAG = 'YES'                           11022000
110224         READ COST-CENTER-FILE                                    11022400
110228           AT END                                                 11022800
110232             MOVE 'YES' TO CCM-EOF-FLAG                           11023200
110236           NOT AT END                                             11023600
110240             IF CCM-COUNT < 200                                   11024000
110244                 ADD 1 TO CCM-COUNT                               11024400
110248                 MOVE CCM-DIV TO CCM-T-DIV (CCM-COUNT)            11024800
110252                 MOVE CCM-DEPT TO CCM-T-DEPT (CCM-COUNT)          11025200
110256                 MOVE CCM-COST-CENTER                             11025600
110260                     TO CCM-T-COST-CENTER (CCM-COUNT)             11026000
110264             END-IF                                               11026400
110268         END-READ                                                 11026800
110272     END-PERFORM                                                  11027200
110276     CLOSE COST-CENTER-FILE                                       11027600
110280     .                                                            11028000
110284                                                                  11028400
110300 850-GET-DATE.                                                    11030000
110400     ACCEPT WS-DATE FROM DATE                                     11040000
110500     MOVE MM TO H-MM                                              11050000
110600     MOVE DD TO H-DD                                              11060000
110700     MOVE YY TO H-YY                                              11070000
110800     ACCEPT WS-TIME FROM TIME                                     11080000
110900     MOVE HH TO H-HH                                              11090000
111000     MOVE MN TO H-MN                                              11100000
111100     .                                                            11110000
111200                                                                  11120000
111300 900-PRINT-FINAL-TOTALS.                                          11130000
111400     MOVE SPACES TO WS-PRINT-REC                                  11140000
111500     MOVE 2 TO WS-SPACING                                         11150000
111600     MOVE REC-COUNT TO WS-REC-COUNT-ED                            11160000
111700     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          11170000
111800     PERFORM 700-PRINT-LINE                                       11180000
111900     MOVE SPACES TO WS-TOTAL-LINE                                 11190000
112000     MOVE 'ACCRUAL DEBITS:' TO TL-LABEL                           11200000
112100     MOVE JT-AC-DR TO TL-AMOUNT                                   11210000
112200     PERFORM 910-PRINT-TOTAL-LINE                                 11220000
112300     MOVE 'ACCRUAL CREDITS:' TO TL-LABEL                          11230000
112400     MOVE JT-AC-CR TO TL-AMOUNT                                   11240000
112500     PERFORM 910-PRINT-TOTAL-LINE                                 11250000
112600     MOVE 'REVERSAL DEBITS:' TO TL-LABEL                          11260000
112700     MOVE JT-RV-DR TO TL-AMOUNT                                   11270000
112800     PERFORM 910-PRINT-TOTAL-LINE                                 11280000
112900     MOVE 'REVERSAL CREDITS:' TO TL-LABEL                         11290000
113000     MOVE JT-RV-CR TO TL-AMOUNT                                   11300000
113100     PERFORM 910-PRINT-TOTAL-LINE                                 11310000
113200     MOVE 'JOURNAL LINES WRITTEN:' TO TL-LABEL                    11320000
113300     MOVE JT-ENTRY-COUNT TO TL-COUNT                              11330000
113400     MOVE JT-HASH-AMOUNT TO TL-AMOUNT                             11340000
113500     PERFORM 910-PRINT-TOTAL-LINE                                 11350000
113600     MOVE 'ACCRUAL ENTRY DATE:' TO DL-LABEL                       11360000
113700     MOVE WS-MONTH-END TO DL-DATE                                 11370000
113800     PERFORM 260-PRINT-DATE-LINE                                  11380000
113900     MOVE 'REVERSAL ENTRY DATE:' TO DL-LABEL                      11390000
114000     MOVE WS-REV-BND-MM TO DL-DATE (1:2)                          11400000
114100     MOVE '/01/' TO DL-DATE (3:4)                                 11410000
114200     MOVE WS-REV-BND-YY TO DL-DATE (7:2)                          11420000
114300     PERFORM 260-PRINT-DATE-LINE                                  11430000
114400     MOVE 2 TO WS-SPACING                                         11440000
114500     IF WS-BALANCED-FLAG = "YES"                                  11450000
114600         MOVE 'ACCRUAL JOURNAL BALANCES AND REVERSES IN FULL'     11460000
114700             TO PR-DETAIL                                         11470000
114800     ELSE                                                         11480000
114900         MOVE '** ACCRUAL JOURNAL OUT OF BALANCE - DO NOT POST'   11490000
115000             TO PR-DETAIL                                         11500000
115100     END-IF                                                       11510000
115200     PERFORM 700-PRINT-LINE                                       11520000
115300     .                                                            11530000
115400                                                                  11540000
115500 910-PRINT-TOTAL-LINE.                                            11550000
115600     MOVE WS-TOTAL-LINE TO PR-DETAIL                              11560000
115700     PERFORM 700-PRINT-LINE                                       11570000
115800     MOVE SPACES TO WS-TOTAL-LINE                                 11580000
115900     .                                                            11590000
116000                                                                  11600000
116100 985-WRITE-AUDIT-LOG.                                             11610000
116200     OPEN EXTEND AUDIT-FILE                                       11620000
116300     MOVE 'WAGEACCR' TO AUD-PROGRAM                               11630000
116400     MOVE WS-DATE TO AUD-RUN-DATE                                 11640000
116500     MOVE WS-TIME TO AUD-RUN-TIME                                 11650000
116600     MOVE WS-STRADDLE-DATE TO AUD-PERIOD-END                      11660000
116700     MOVE REC-COUNT TO AUD-RECS-READ                              11670000
116800     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      11680000
116900     MOVE EXC-COUNT TO AUD-EXC-COUNT                              11690000
117000     MOVE RETURN-CODE TO AUD-RETURN-CODE                          11700000
117100     WRITE AUD-REC                                                11710000
117200     CLOSE AUDIT-FILE                                             11720000
117300     .                                                            11730000
