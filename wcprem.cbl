000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    WCPREM.                                           00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    WORKERS' COMPENSATION PREMIUM REPORT BY CLASS CODE FOR  *    00070000
000800*    THE INSURER'S PAYROLL AUDIT.  THE WCCARD GIVES A RANGE  *    00080000
000900*    OF PERIOD-END DATES (FROM AND THROUGH, MMDDYY) AND THE  *    00090000
001000*    PAY RECORDS IN IT ARE READ FROM THE PAYARCH DETAIL      *    00100000
001100*    ARCHIVE, OR FROM THE YEAR'S ARCHGEN GENERATION WHEN     *    00110000
001200*    ARCHCTL SAYS ARCHMNT HAS SPLIT THE YEAR OFF (HEADER     *    00120000
001300*    YEAR AND TRAILER COUNT MUST PROVE, ELSE RC 8).  A RANGE *    00130000
001400*    TOUCHING A PURGED YEAR, OR CROSSING INTO A SPLIT-OFF    *    00140000
001500*    YEAR FROM ANOTHER YEAR, IS REFUSED WITH RC 8 - RUN ONE  *    00150000
001550*    YEAR AT A TIME THEN.  GROSS IS COMPUTED AS QTDRPT DOES  *    00155000
001600*    (PAYTYPE METHODS, OTRULES THRESHOLD AND MULTIPLIER,     *    00160000
001650*    TIMECLK WORKWEEK OVERTIME, REVERSALS NEGATED, AND THE   *    00165000
001700*    PERIOD'S SUPPEARN EARNINGS PRICED BY EARNCODE WITH THE  *    00170000
001750*    OT PREMIUM ON OVERTIME-ELIGIBLE CODES) AND SPLIT INTO   *    00175000
001800*    REGULAR PAY WITH THE SUPPLEMENTAL EARNINGS, THE         *    00180000
001850*    STRAIGHT-TIME PORTION OF OVERTIME (OT HOURS AT THE BASE *    00185000
001900*    RATE) AND THE OVERTIME PREMIUM (THE PREMIUM ON          *    00190000
001950*    SUPPLEMENTAL EARNINGS INCLUDED), WHICH THE INSURER      *    00195000
002000*    EXCLUDES.  REPORTABLE PAYROLL IS                        *    00200000
002200*    REGULAR PLUS STRAIGHT-TIME OT; THE ESTIMATED PREMIUM IS *    00220000
002300*    REPORTABLE PAYROLL TIMES THE CLASS RATE PER $100.       *    00230000
002400*    THE CLASS IS EMP-WC-CLASS ON EMPMSTR WHEN SET, ELSE THE *    00240000
002500*    WCCLASS DIVISION/DEPARTMENT MAPPING.  TOTALS PRINT BY   *    00250000
002600*    COMPANY AND CLASS WITH A COMPANY TOTAL, AND EACH TOTAL  *    00260000
002700*    IS PROVED:  REPORTABLE PLUS EXCLUDED OT PREMIUM MUST    *    00270000
002800*    EQUAL THE QTDRPT-BASIS GROSS (ELSE RC 8).  A RECORD     *    00280000
002900*    WITH NO CLASS, OR A CLASS WITH NO WCCLASS RATE ROW, IS  *    00290000
003000*    TOTALLED UNDER THAT CLASS WITH NO PREMIUM, LISTED ON    *    00300000
003100*    THE EXCEPTION PAGE, AND SETS RC 4, AS DOES A PAY TYPE   *    00310000
003200*    NOT ON PAYTYPE.  A BAD CARD, AN EMPTY ARCHIVE OR A FULL *    00320000
003300*    TABLE, SUPPEARN AND EARNCODE ROWS INCLUDED, SETS RC 8.  *    00330000
003400*                                                            *    00340000
003500**************************************************************    00350000
003600                                                                  00360000
003700 ENVIRONMENT DIVISION.                                            00370000
003800 CONFIGURATION SECTION.                                           00380000
003900 SOURCE-COMPUTER.                                                 00390000
004000     Z13                                                          00400000
004100     WITH DEBUGGING MODE                                          00410000
004200     .                                                            00420000
004300                                                                  00430000
004400 INPUT-OUTPUT SECTION.                                            00440000
004500                                                                  00450000
004600 FILE-CONTROL.                                                    00460000
004700     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00470000
004800         ORGANIZATION IS INDEXED                                  00480000
004900         ACCESS IS SEQUENTIAL                                     00490000
005000         RECORD KEY IS AX-KEY.                                    00500000
005100     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00510000
005200     SELECT OPTIONAL ARCH-CONTROL-FILE ASSIGN TO ARCHCTL.         00520000
005300     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00530000
005400     SELECT OPTIONAL WC-CARD-FILE  ASSIGN TO WCCARD.              00540000
005500     SELECT OPTIONAL WC-CLASS-FILE ASSIGN TO WCCLASS.             00550000
005600     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00560000
005700         ORGANIZATION IS INDEXED                                  00570000
005800         ACCESS IS RANDOM                                         00580000
005900         RECORD KEY IS EMP-ID-NUMBER.                             00590000
006000     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00600000
006100     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00610000
006200     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00620000
006225     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00622500
006250     SELECT OPTIONAL SUPP-EARN-FILE ASSIGN TO SUPPEARN.           00625000
006300                                                                  00630000
006400 DATA DIVISION.                                                   00640000
006500 FILE SECTION.                                                    00650000
006600                                                                  00660000
006700 FD  PAY-ARCHIVE-FILE.                                            00670000
006800     COPY ARCHIDX.                                                00680000
006900                                                                  00690000
007000 FD  ARCH-GEN-FILE                                                00700000
007100     RECORDING MODE IS F.                                         00710000
007200     COPY ARCHGEN.                                                00720000
007300                                                                  00730000
007400 FD  ARCH-CONTROL-FILE                                            00740000
007500     RECORDING MODE IS F.                                         00750000
007600     COPY ARCHCTL.                                                00760000
007700                                                                  00770000
007800 FD  PRINT-FILE                                                   00780000
007900     RECORDING MODE IS F.                                         00790000
008000 01  PRINT-REC.                                                   00800000
008100     10  FILLER                    PIC X(132).                    00810000
008200                                                                  00820000
008300 FD  WC-CARD-FILE                                                 00830000
008400     RECORDING MODE IS F.                                         00840000
008500 01  WC-REC.                                                      00850000
008600     10  WC-FROM-DATE.                                            00860000
008700         15  WC-FROM-MM            PIC 9(02).                     00870000
008800         15  WC-FROM-DD            PIC 9(02).                     00880000
008900         15  WC-FROM-YY            PIC 9(02).                     00890000
009000     10  WC-TO-DATE.                                              00900000
009100         15  WC-TO-MM              PIC 9(02).                     00910000
009200         15  WC-TO-DD              PIC 9(02).                     00920000
009300         15  WC-TO-YY              PIC 9(02).                     00930000
009400                                                                  00940000
009500 FD  WC-CLASS-FILE                                                00950000
009600     RECORDING MODE IS F.                                         00960000
009700     COPY WCCLASS.                                                00970000
009800                                                                  00980000
009900 FD  EMPLOYEE-MASTER-FILE.                                        00990000
010000     COPY EMPMSTR.                                                01000000
010100                                                                  01010000
010200 FD  OT-CONTROL-FILE                                              01020000
010300     RECORDING MODE IS F.                                         01030000
010400     COPY OTRULES.                                                01040000
010500                                                                  01050000
010600 FD  PAY-TYPE-FILE                                                01060000
010700     RECORDING MODE IS F.                                         01070000
010800     COPY PAYTYPE.                                                01080000
010900                                                                  01090000
010910 FD  EARN-CODE-FILE                                               01091000
010920     RECORDING MODE IS F.                                         01092000
010930     COPY EARNCODE.                                               01093000
010940                                                                  01094000
010950 FD  SUPP-EARN-FILE                                               01095000
010960     RECORDING MODE IS F.                                         01096000
010970     COPY SUPPEARN.                                               01097000
010980                                                                  01098000
011000 FD  AUDIT-FILE                                                   01100000
011100     RECORDING MODE IS F.                                         01110000
011200     COPY AUDITLOG.                                               01120000
011300                                                                  01130000
011400 WORKING-STORAGE SECTION.                                         01140000
011500                                                                  01150000
011600 01  WS-COUNTERS-FLAGS.                                           01160000
011700     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01170000
011800     10  WS-SPACING                PIC 9(01) VALUE 2.             01180000
011900     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01190000
012000     10  RANGE-REC-COUNT           PIC 9(05) VALUE ZERO.          01200000
012100     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01210000
012200     10  WS-PAGE                   PIC 9(03) VALUE 0.             01220000
012300     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01230000
012400     10  TY-MISS-COUNT             PIC 9(05) VALUE ZERO.          01240000
012500     10  NO-CLASS-COUNT            PIC 9(05) VALUE ZERO.          01250000
012600     10  OVERRIDE-COUNT            PIC 9(05) VALUE ZERO.          01260000
012700     10  CTL-DROPPED-COUNT         PIC 9(05) VALUE ZERO.          01270000
012800     10  WS-CARD-OK-FLAG           PIC X(03) VALUE "NO".          01280000
012900     10  WS-BALANCE-FLAG           PIC X(03) VALUE "YES".         01290000
013000     10  WS-HEAD-TYPE              PIC X(01) VALUE 'C'.           01300000
013100     10  WS-ARCH-SOURCE            PIC X(01) VALUE 'A'.           01310000
013200     10  AY-EOF-FLAG               PIC X(03) VALUE "NO".          01320000
013300     10  WS-PURGED-FLAG            PIC X(03) VALUE "NO".          01330000
013400     10  WS-GEN-YEAR-COUNT         PIC 9(03) VALUE ZERO.          01340000
013500     10  WS-GEN-BAD-FLAG           PIC X(03) VALUE "NO".          01350000
013600     10  WS-GEN-TRAILER-FLAG       PIC X(03) VALUE "NO".          01360000
013700     10  GEN-D-COUNT               PIC 9(07) VALUE ZERO.          01370000
013800     10  GEN-TRAILER-COUNT         PIC 9(07) VALUE ZERO.          01380000
013900     10  WS-ARCH-YEAR              PIC 9(04) VALUE ZERO.          01390000
014000     10  WS-FROM-YEAR              PIC 9(04) VALUE ZERO.          01400000
014100     10  WS-TO-YEAR                PIC 9(04) VALUE ZERO.          01410000
014200     10  WS-AUD-PERIOD             PIC 9(06) VALUE ZERO.          01420000
014300                                                                  01430000
014400 01  WS-FROM-YMD.                                                 01440000
014500     10  WS-FROM-YMD-YY            PIC 9(02).                     01450000
014600     10  WS-FROM-YMD-MM            PIC 9(02).                     01460000
014700     10  WS-FROM-YMD-DD            PIC 9(02).                     01470000
014800                                                                  01480000
014900 01  WS-TO-YMD.                                                   01490000
015000     10  WS-TO-YMD-YY              PIC 9(02).                     01500000
015100     10  WS-TO-YMD-MM              PIC 9(02).                     01510000
015200     10  WS-TO-YMD-DD              PIC 9(02).                     01520000
015300                                                                  01530000
015400 01  WS-PAY-YMD.                                                  01540000
015500     10  WS-PAY-YMD-YY             PIC 9(02).                     01550000
015600     10  WS-PAY-YMD-MM             PIC 9(02).                     01560000
015700     10  WS-PAY-YMD-DD             PIC 9(02).                     01570000
015800                                                                  01580000
015900 01  PAY-CAL-FIELDS.                                              01590000
016000     10  PC-HR-USED                PIC S9(04)V9  VALUE 0.         01600000
016100     10  PC-REG-HR                 PIC S9(04)V9  VALUE 0.         01610000
016200     10  PC-OT-HR                  PIC S9(04)V9  VALUE 0.         01620000
016300     10  PC-REG-PAY                PIC S9(05)V99 VALUE 0.         01630000
016400     10  PC-OT-PAY                 PIC S9(05)V99 VALUE 0.         01640000
016500     10  PC-OT-RATE                PIC S9(05)V99 VALUE 0.         01650000
016600     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         01660000
016700     10  PC-HOURS                  PIC S9(04)V9  VALUE 0.         01670000
016800     10  PC-ST-OT-PAY              PIC S9(05)V99 VALUE 0.         01680000
016900     10  PC-OT-PREMIUM             PIC S9(05)V99 VALUE 0.         01690000
017000     10  PC-REPORTABLE             PIC S9(05)V99 VALUE 0.         01700000
017010     10  PC-SUPP-PAY               PIC S9(05)V99 VALUE 0.         01701000
017020     10  PC-SUPP-OT-BASE           PIC S9(05)V99 VALUE 0.         01702000
017030     10  PC-SUPP-RATE              PIC S9(05)V9999 VALUE 0.       01703000
017040     10  PC-SUPP-OT-RATE           PIC S9(05)V9999 VALUE 0.       01704000
017050     10  PC-SUPP-OT-PAY            PIC S9(05)V99 VALUE 0.         01705000
017100                                                                  01710000
017200*    ONE ROW PER COMPANY AND CLASS, KEPT IN KEY ORDER AS ROWS     01720000
017300*    ARE ADDED SO THE REPORT PRINTS WITHOUT A SORT.               01730000
017400 01  WC-TOTAL-TABLE.                                              01740000
017500     10  WT-COUNT                  PIC 9(03) VALUE ZERO.          01750000
017600     10  WT-ITEM                   OCCURS 200 TIMES.              01760000
017700         15  WT-KEY.                                              01770000
017800             20  WT-COMPANY        PIC X(02).                     01780000
017900             20  WT-CLASS          PIC X(04).                     01790000
018000         15  WT-DESC               PIC X(19).                     01800000
018100         15  WT-RATE               PIC 9(03)V9999.                01810000
018200         15  WT-REASON             PIC X(01).                     01820000
018300         15  WT-HOURS              PIC S9(07)V9.                  01830000
018400         15  WT-REG-PAY            PIC S9(09)V99.                 01840000
018500         15  WT-ST-OT-PAY          PIC S9(09)V99.                 01850000
018600         15  WT-OT-PREMIUM         PIC S9(09)V99.                 01860000
018700         15  WT-REPORTABLE         PIC S9(09)V99.                 01870000
018800         15  WT-GROSS              PIC S9(09)V99.                 01880000
018900                                                                  01890000
019000 01  WT-SUB                        PIC 9(03) VALUE ZERO.          01900000
019100 01  WT-MOVE-SUB                   PIC 9(03) VALUE ZERO.          01910000
019200 01  WT-PICKED                     PIC 9(03) VALUE ZERO.          01920000
019300 01  WT-STOP-FLAG                  PIC X(03) VALUE 'NO'.          01930000
019400 01  WT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01940000
019500                                                                  01950000
019600 01  WS-NEW-KEY.                                                  01960000
019700     10  WS-NEW-COMPANY            PIC X(02).                     01970000
019800     10  WS-NEW-CLASS              PIC X(04).                     01980000
019900                                                                  01990000
020000 01  WC-CLASS-TABLE.                                              02000000
020100     10  CL-COUNT                  PIC 9(03) VALUE ZERO.          02010000
020200     10  CL-ITEM                   OCCURS 100 TIMES.              02020000
020300         15  CL-CLASS              PIC X(04).                     02030000
020400         15  CL-RATE               PIC 9(03)V9999.                02040000
020500         15  CL-DESC               PIC X(19).                     02050000
020600                                                                  02060000
020700 01  CL-SUB                        PIC 9(03) VALUE ZERO.          02070000
020800 01  CL-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          02080000
020900 01  WCC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          02090000
021000                                                                  02100000
021100 01  WC-MAP-TABLE.                                                02110000
021200     10  MP-COUNT                  PIC 9(03) VALUE ZERO.          02120000
021300     10  MP-ITEM                   OCCURS 200 TIMES.              02130000
021400         15  MP-DIV                PIC X(02).                     02140000
021500         15  MP-DEPT               PIC X(03).                     02150000
021600         15  MP-CLASS              PIC X(04).                     02160000
021700                                                                  02170000
021800 01  MP-SUB                        PIC 9(03) VALUE ZERO.          02180000
021900 01  MP-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          02190000
022000 01  WS-MP-DIV                     PIC X(02) VALUE SPACES.        02200000
022100 01  WS-MP-DEPT                    PIC X(03) VALUE SPACES.        02210000
022200                                                                  02220000
022300 01  WS-CLASS-FIELDS.                                             02230000
022400     10  WS-CLASS                  PIC X(04) VALUE SPACES.        02240000
022500     10  WS-CLASS-DESC             PIC X(19) VALUE SPACES.        02250000
022600     10  WS-CLASS-RATE             PIC 9(03)V9999 VALUE 0.        02260000
022700     10  WS-REASON                 PIC X(01) VALUE SPACE.         02270000
022800     10  WS-LAST-EMP-ID            PIC X(05) VALUE SPACES.        02280000
022900     10  WS-EMP-CLASS              PIC X(04) VALUE SPACES.        02290000
023000                                                                  02300000
023100*    RECORDS LEFT WITH NO USABLE CLASS, FOR THE EXCEPTION PAGE.   02310000
023200 01  WC-EXCEPTION-TABLE.                                          02320000
023300     10  EX-COUNT                  PIC 9(03) VALUE ZERO.          02330000
023400     10  EX-ITEM                   OCCURS 200 TIMES.              02340000
023500         15  EX-ID-NUMBER          PIC X(05).                     02350000
023600         15  EX-LAST-NAME          PIC X(11).                     02360000
023700         15  EX-FIRST-NAME         PIC X(11).                     02370000
023800         15  EX-PERIOD-MM          PIC X(02).                     02380000
023900         15  EX-PERIOD-DD          PIC X(02).                     02390000
024000         15  EX-PERIOD-YY          PIC X(02).                     02400000
024100         15  EX-COMPANY            PIC X(02).                     02410000
024200         15  EX-DIV                PIC X(02).                     02420000
024300         15  EX-DEPT               PIC X(03).                     02430000
024400         15  EX-CLASS              PIC X(04).                     02440000
024500         15  EX-REASON             PIC X(01).                     02450000
024600         15  EX-REPORTABLE         PIC S9(05)V99.                 02460000
024700                                                                  02470000
024800 01  EX-SUB                        PIC 9(03) VALUE ZERO.          02480000
024900 01  EX-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          02490000
025000                                                                  02500000
025100 01  COMPANY-TOTALS.                                              02510000
025200     10  CO-HOURS                  PIC S9(07)V9   VALUE 0.        02520000
025300     10  CO-REG-PAY                PIC S9(09)V99  VALUE 0.        02530000
025400     10  CO-ST-OT-PAY              PIC S9(09)V99  VALUE 0.        02540000
025500     10  CO-OT-PREMIUM             PIC S9(09)V99  VALUE 0.        02550000
025600     10  CO-REPORTABLE             PIC S9(09)V99  VALUE 0.        02560000
025700     10  CO-PREMIUM                PIC S9(09)V99  VALUE 0.        02570000
025800     10  CO-GROSS                  PIC S9(09)V99  VALUE 0.        02580000
025900                                                                  02590000
026000 01  GRAND-TOTALS.                                                02600000
026100     10  GT-HOURS                  PIC S9(07)V9   VALUE 0.        02610000
026200     10  GT-REG-PAY                PIC S9(09)V99  VALUE 0.        02620000
026300     10  GT-ST-OT-PAY              PIC S9(09)V99  VALUE 0.        02630000
026400     10  GT-OT-PREMIUM             PIC S9(09)V99  VALUE 0.        02640000
026500     10  GT-REPORTABLE             PIC S9(09)V99  VALUE 0.        02650000
026600     10  GT-PREMIUM                PIC S9(09)V99  VALUE 0.        02660000
026700     10  GT-GROSS                  PIC S9(09)V99  VALUE 0.        02670000
026800                                                                  02680000
026900 01  RG-GROSS                      PIC S9(09)V99  VALUE 0.        02690000
027000 01  WS-PREV-COMPANY               PIC X(02) VALUE SPACES.        02700000
027100 01  WS-PREM-WORK                  PIC S9(12)V9(06) VALUE 0.      02710000
027200 01  WS-PREMIUM                    PIC S9(09)V99  VALUE 0.        02720000
027300 01  WS-PROOF-SUM                  PIC S9(09)V99  VALUE 0.        02730000
027400 01  WS-PROOF-GROSS                PIC S9(09)V99  VALUE 0.        02740000
027500                                                                  02750000
027600 01  WS-CO-LABEL.                                                 02760000
027700     10  FILLER                    PIC X(03) VALUE 'CO '.         02770000
027800     10  WS-CL-COMPANY             PIC X(02).                     02780000
027900                                                                  02790000
028000 01  PAY-TYPE-TABLE.                                              02800000
028100     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          02810000
028200     10  TY-ITEM                   OCCURS 20 TIMES.               02820000
028300         15  TY-CODE               PIC X(01).                     02830000
028400         15  TY-METHOD             PIC X(01).                     02840000
028500         15  TY-OT-FLAG            PIC X(01).                     02850000
028600                                                                  02860000
028700 01  TY-SUB                        PIC 9(02) VALUE ZERO.          02870000
028800 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          02880000
028900 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          02890000
029000 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         02900000
029100 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         02910000
029200                                                                  02920000
029300 01  OT-RULES-TABLE.                                              02930000
029400     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          02940000
029500     10  OT-RULE-ITEM              OCCURS 50 TIMES.               02950000
029600         15  OTR-DIV               PIC X(02).                     02960000
029700         15  OTR-THRESHOLD         PIC 9(04)V9.                   02970000
029800         15  OTR-MULTIPLIER        PIC 9(01)V99.                  02980000
029900                                                                  02990000
030000 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       03000000
030100 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       03010000
030200 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          03020000
030300 01  OT-SUB                        PIC 9(03) VALUE ZERO.          03030000
030400 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          03040000
030500 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          03050000
030502                                                                  03050200
030504 01  EARN-CODE-TABLE.                                             03050400
030506     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          03050600
030508     10  EC-ITEM                   OCCURS 10 TIMES.               03050800
030510         15  EC-T-CODE             PIC X(04).                     03051000
030512         15  EC-T-OT-FLAG          PIC X(01).                     03051200
030514                                                                  03051400
030516 01  EC-SUB                        PIC 9(02) VALUE ZERO.          03051600
030518 01  EC-PICKED                     PIC 9(02) VALUE ZERO.          03051800
030520 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          03052000
030522                                                                  03052200
030524 01  SUPP-EARN-TABLE.                                             03052400
030526     10  SE-COUNT                  PIC 9(04) VALUE ZERO.          03052600
030528     10  SE-ITEM                   OCCURS 5000 TIMES.             03052800
030530         15  SE-T-ID-NUMBER        PIC X(05).                     03053000
030532         15  SE-T-PERIOD           PIC 9(06).                     03053200
030534         15  SE-T-CODE             PIC X(04).                     03053400
030536         15  SE-T-AMOUNT           PIC S9(05)V99.                 03053600
030538         15  SE-T-EC-SUB           PIC 9(02).                     03053800
030540                                                                  03054000
030542 01  SE-SUB                        PIC 9(04) VALUE ZERO.          03054200
030544 01  SE-EOF-FLAG                   PIC X(03) VALUE 'NO'.          03054400
030546 01  SE-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          03054600
030548 01  WS-SUPP-OT-FACTOR             PIC 9(01)V99 VALUE ZERO.       03054800
030550                                                                  03055000
030552 01  WS-SE-PARTS.                                                 03055200
030554     10  WS-SE-MM                  PIC 9(02).                     03055400
030556     10  WS-SE-DD                  PIC 9(02).                     03055600
030558     10  WS-SE-YY                  PIC 9(02).                     03055800
030560                                                                  03056000
030562 01  WS-SE-YMD.                                                   03056200
030564     10  WS-SE-YMD-YY              PIC 9(02).                     03056400
030566     10  WS-SE-YMD-MM              PIC 9(02).                     03056600
030568     10  WS-SE-YMD-DD              PIC 9(02).                     03056800
030600                                                                  03060000
030700 01  WS-ARCH-MSG-LINE.                                            03070000
030800     10  FILLER                    PIC X(01) VALUE SPACE.         03080000
030900     10  FILLER                    PIC X(08) VALUE '** YEAR '.    03090000
031000     10  AM-YEAR                   PIC 9(04).                     03100000
031100     10  FILLER                    PIC X(01) VALUE SPACE.         03110000
031200     10  AM-TEXT                   PIC X(50).                     03120000
031300                                                                  03130000
031400 01  WS-MSG-LINE.                                                 03140000
031500     10  FILLER                    PIC X(01) VALUE SPACE.         03150000
031600     10  MSG-TEXT                  PIC X(60).                     03160000
031700                                                                  03170000
031800 01  WS-TOTAL-LINE.                                               03180000
031900     10  FILLER                    PIC X(01).                     03190000
032000     10  TL-LABEL                  PIC X(30).                     03200000
032100     10  TL-COUNT                  PIC ZZ,ZZ9.                    03210000
032200                                                                  03220000
032300 01  WS-PROOF-LINE.                                               03230000
032400     10  FILLER                    PIC X(01) VALUE SPACE.         03240000
032500     10  PF-LABEL                  PIC X(13).                     03250000
032600     10  FILLER                    PIC X(12) VALUE                03260000
032700         ' REPORTABLE '.                                          03270000
032800     10  PF-REPORTABLE             PIC ZZZ,ZZZ,ZZ9.99-.           03280000
032900     10  FILLER                    PIC X(11) VALUE                03290000
033000         ' + OT PREM '.                                           03300000
033100     10  PF-OT-PREMIUM             PIC ZZ,ZZZ,ZZ9.99-.            03310000
033200     10  FILLER                    PIC X(03) VALUE ' = '.         03320000
033300     10  PF-SUM                    PIC ZZZ,ZZZ,ZZ9.99-.           03330000
033400     10  FILLER                    PIC X(14) VALUE                03340000
033500         ' QTDRPT GROSS '.                                        03350000
033600     10  PF-GROSS                  PIC ZZZ,ZZZ,ZZ9.99-.           03360000
033700     10  FILLER                    PIC X(02) VALUE SPACES.        03370000
033800     10  PF-RESULT                 PIC X(15).                     03380000
033900                                                                  03390000
034000 01  WS-EXC-LINE.                                                 03400000
034100     10  FILLER                    PIC X(01) VALUE SPACE.         03410000
034200     10  EL-ID-NUMBER              PIC X(05).                     03420000
034300     10  FILLER                    PIC X(02) VALUE SPACES.        03430000
034400     10  EL-LAST-NAME              PIC X(11).                     03440000
034500     10  FILLER                    PIC X(01) VALUE SPACE.         03450000
034600     10  EL-FIRST-NAME             PIC X(11).                     03460000
034700     10  FILLER                    PIC X(02) VALUE SPACES.        03470000
034800     10  EL-PERIOD.                                               03480000
034900         15  EL-PERIOD-MM          PIC X(02).                     03490000
035000         15  FILLER                PIC X(01) VALUE '/'.           03500000
035100         15  EL-PERIOD-DD          PIC X(02).                     03510000
035200         15  FILLER                PIC X(01) VALUE '/'.           03520000
035300         15  EL-PERIOD-YY          PIC X(02).                     03530000
035400     10  FILLER                    PIC X(02) VALUE SPACES.        03540000
035500     10  EL-COMPANY                PIC X(02).                     03550000
035600     10  FILLER                    PIC X(02) VALUE SPACES.        03560000
035700     10  EL-DIV                    PIC X(02).                     03570000
035800     10  FILLER                    PIC X(02) VALUE SPACES.        03580000
035900     10  EL-DEPT                   PIC X(03).                     03590000
036000     10  FILLER                    PIC X(02) VALUE SPACES.        03600000
036100     10  EL-CLASS                  PIC X(04).                     03610000
036200     10  FILLER                    PIC X(02) VALUE SPACES.        03620000
036300     10  EL-REPORTABLE             PIC ZZZ,ZZ9.99-.               03630000
036400     10  FILLER                    PIC X(02) VALUE SPACES.        03640000
036500     10  EL-REASON                 PIC X(30).                     03650000
036600                                                                  03660000
036700     COPY PAYROLL.                                                03670000
036800                                                                  03680000
036900 01  WS-PRINT-REC                  VALUE SPACES.                  03690000
037000     05  PR-DETAIL.                                               03700000
037100         10  FILLER                PIC X(01).                     03710000
037200         10  PR-COMPANY            PIC X(02).                     03720000
037300         10  FILLER                PIC X(02).                     03730000
037400         10  PR-CLASS              PIC X(04).                     03740000
037500         10  FILLER                PIC X(02).                     03750000
037600         10  PR-DESC               PIC X(19).                     03760000
037700         10  FILLER                PIC X(01).                     03770000
037800         10  PR-HOURS              PIC ZZZ,ZZ9.9-.                03780000
037900         10  FILLER                PIC X(01).                     03790000
038000         10  PR-REG-PAY            PIC ZZZ,ZZZ,ZZ9.99-.           03800000
038100         10  FILLER                PIC X(01).                     03810000
038200         10  PR-ST-OT-PAY          PIC ZZ,ZZZ,ZZ9.99-.            03820000
038300         10  FILLER                PIC X(01).                     03830000
038400         10  PR-OT-PREMIUM         PIC ZZ,ZZZ,ZZ9.99-.            03840000
038500         10  FILLER                PIC X(01).                     03850000
038600         10  PR-REPORTABLE         PIC ZZZ,ZZZ,ZZ9.99-.           03860000
038700         10  FILLER                PIC X(01).                     03870000
038800         10  PR-RATE               PIC ZZ9.9999.                  03880000
038900         10  FILLER                PIC X(01).                     03890000
039000         10  PR-PREMIUM            PIC Z,ZZZ,ZZ9.99-.             03900000
039100         10  FILLER                PIC X(01).                     03910000
039200         10  PR-FLAG               PIC X(03).                     03920000
039300     05  FILLER                    PIC X(02).                     03930000
039400                                                                  03940000
039500 01  WS-DATE.                                                     03950000
039600     10  YY                        PIC 9(02).                     03960000
039700     10  MM                        PIC 9(02).                     03970000
039800     10  DD                        PIC 9(02).                     03980000
039900                                                                  03990000
040000 01  WS-TIME.                                                     04000000
040100     10  HH                        PIC 9(02).                     04010000
040200     10  MN                        PIC 9(02).                     04020000
040300     10  SS                        PIC 9(02).                     04030000
040400     10  MS                        PIC 9(02).                     04040000
040500                                                                  04050000
040600 01  HEADING-1.                                                   04060000
040700     10  FILLER                    PIC X(02) VALUE SPACES.        04070000
040800     10  H-DATE.                                                  04080000
040900         15  H-MM                  PIC 9(02).                     04090000
041000         15  H-SLASH1              PIC X(01) VALUE '/'.           04100000
041100         15  H-DD                  PIC 9(02).                     04110000
041200         15  H-SLASH2              PIC X(01) VALUE '/'.           04120000
041300         15  H-YY                  PIC 9(02).                     04130000
041400     10  FILLER                    PIC X(03) VALUE SPACES.        04140000
041500     10  H-TIME.                                                  04150000
041600         15  H-HH                  PIC Z9.                        04160000
041700         15  H-COLON               PIC X(01) VALUE ':'.           04170000
041800         15  H-MN                  PIC 9(02).                     04180000
041900     10  FILLER                    PIC X(02) VALUE SPACES.        04190000
042000     10  FILLER                    PIC X(12) VALUE                04200000
042100         'PERIOD ENDS '.                                          04210000
042200     10  H-FROM.                                                  04220000
042300         15  H-FROM-MM             PIC 9(02) VALUE ZERO.          04230000
042400         15  FILLER                PIC X(01) VALUE '/'.           04240000
042500         15  H-FROM-DD             PIC 9(02) VALUE ZERO.          04250000
042600         15  FILLER                PIC X(01) VALUE '/'.           04260000
042700         15  H-FROM-YY             PIC 9(02) VALUE ZERO.          04270000
042800     10  FILLER                    PIC X(06) VALUE ' THRU '.      04280000
042900     10  H-TO.                                                    04290000
043000         15  H-TO-MM               PIC 9(02) VALUE ZERO.          04300000
043100         15  FILLER                PIC X(01) VALUE '/'.           04310000
043200         15  H-TO-DD               PIC 9(02) VALUE ZERO.          04320000
043300         15  FILLER                PIC X(01) VALUE '/'.           04330000
043400         15  H-TO-YY               PIC 9(02) VALUE ZERO.          04340000
043500     10  FILLER                    PIC X(02) VALUE SPACES.        04350000
043600     10  FILLER                    PIC X(40) VALUE                04360000
043700         'WORKERS COMP PREMIUM BY CLASS CODE      '.              04370000
043800     10  FILLER                    PIC X(05) VALUE SPACES.        04380000
043900     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      04390000
044000     10  H-PAGE                    PIC Z(03).                     04400000
044100                                                                  04410000
044200 01  HEADING-2.                                                   04420000
044300     10  FILLER                    PIC X(40) VALUE                04430000
044400         ' CO  CLASS DESCRIPTION              HOUR'.              04440000
044500     10  FILLER                    PIC X(40) VALUE                04450000
044600         'S     REGULAR PAY    STRAIGHT OT   EXCL '.              04460000
044700     10  FILLER                    PIC X(40) VALUE                04470000
044800         'OT PREM      REPORTABLE RATE/100   EST P'.              04480000
044900     10  FILLER                    PIC X(40) VALUE                04490000
045000         'REMIUM                                  '.              04500000
045100                                                                  04510000
045200 01  HEADING-3.                                                   04520000
045300     10  FILLER                    PIC X(40) VALUE                04530000
045400         ' EMP    NAME                     PERIOD '.              04540000
045500     10  FILLER                    PIC X(40) VALUE                04550000
045600         '   CO  DIV DEPT CLASS  REPORTABLE  REASO'.              04560000
045700     10  FILLER                    PIC X(40) VALUE                04570000
045800         'N                                       '.              04580000
045900                                                                  04590000
046000 PROCEDURE DIVISION.                                              04600000
046100                                                                  04610000
046200 010-START-HERE.                                                  04620000
046300     OPEN OUTPUT PRINT-FILE                                       04630000
046400     PERFORM 830-READ-WC-CARD                                     04640000
046500     PERFORM 850-GET-DATE                                         04650000
046600     PERFORM 800-PRINT-HEADINGS                                   04660000
046700     IF WS-CARD-OK-FLAG = "NO"                                    04670000
046800         MOVE 'NO USABLE WCCARD - RUN REFUSED' TO MSG-TEXT        04680000
046900         MOVE WS-MSG-LINE TO PR-DETAIL                            04690000
047000         PERFORM 700-PRINT-LINE                                   04700000
047100         MOVE 8 TO RETURN-CODE                                    04710000
047200     ELSE                                                         04720000
047300         PERFORM 846-LOAD-OT-RULES                                04730000
047400         PERFORM 843-LOAD-PAY-TYPES                               04740000
047425         PERFORM 848-LOAD-EARN-CODES                              04742500
047450         PERFORM 849-LOAD-SUPP-EARNINGS                           04745000
047500         PERFORM 844-LOAD-WC-CLASSES                              04750000
047600         PERFORM 835-FIND-ARCHIVE-YEARS                           04760000
047700         IF WS-ARCH-SOURCE = 'P'                                  04770000
047800             MOVE WS-ARCH-YEAR TO AM-YEAR                         04780000
047900             MOVE 'PAY ARCHIVE PURGED - RUN REFUSED' TO AM-TEXT   04790000
048000             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   04800000
048100             PERFORM 700-PRINT-LINE                               04810000
048200             MOVE 8 TO RETURN-CODE                                04820000
048300         ELSE                                                     04830000
048400         IF WS-ARCH-SOURCE = 'X'                                  04840000
048500             MOVE WS-ARCH-YEAR TO AM-YEAR                         04850000
048600             MOVE 'SPLIT OFF - RUN ONE YEAR AT A TIME - REFUSED'  04860000
048700               TO AM-TEXT                                         04870000
048800             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   04880000
048900             PERFORM 700-PRINT-LINE                               04890000
049000             MOVE 8 TO RETURN-CODE                                04900000
049100         ELSE                                                     04910000
049200             PERFORM 200-READ-ARCHIVE                             04920000
049300             PERFORM 600-PRINT-REPORT                             04930000
049400             IF NO-CLASS-COUNT > 0 OR TY-MISS-COUNT > 0           04940000
049500                 MOVE 4 TO RETURN-CODE                            04950000
049600             END-IF                                               04960000
049700             IF REC-COUNT <= 1                                    04970000
049800               OR WS-GEN-BAD-FLAG = "YES"                         04980000
049900               OR WS-BALANCE-FLAG = "NO"                          04990000
050000               OR WT-DROPPED-COUNT > 0                            05000000
050100               OR CTL-DROPPED-COUNT > 0                           05010000
050150               OR SE-DROPPED-COUNT > 0                            05015000
050200                 MOVE 8 TO RETURN-CODE                            05020000
050300             END-IF                                               05030000
050400         END-IF                                                   05040000
050500         END-IF                                                   05050000
050600     END-IF                                                       05060000
050700     CLOSE PRINT-FILE                                             05070000
050800     PERFORM 985-WRITE-AUDIT-LOG                                  05080000
050900     GOBACK.                                                      05090000
051000                                                                  05100000
051100 100-READ-INPUT.                                                  05110000
051200     IF WS-ARCH-SOURCE = 'G'                                      05120000
051300         PERFORM 110-READ-GENERATION                              05130000
051400     ELSE                                                         05140000
051500         READ PAY-ARCHIVE-FILE NEXT RECORD                        05150000
051600           AT END                                                 05160000
051700             MOVE "YES" TO EOF-FLAG                               05170000
051800           NOT AT END                                             05180000
051900             MOVE AX-PAY-DATA TO WS-PAY-REC                       05190000
052000         END-READ                                                 05200000
052100     END-IF                                                       05210000
052200     ADD 1 TO REC-COUNT.                                          05220000
052300                                                                  05230000
052400*    A YEAR ARCHMNT HAS SPLIT OFF IS READ FROM ITS GENERATION.    05240000
052500*    THE HEADER MUST NAME THE YEAR ASKED FOR; THE TRAILER ENDS    05250000
052600*    THE READ AND ITS COUNT MUST AGREE WITH THE DETAIL READ.      05260000
052700 105-READ-GEN-HEADER.                                             05270000
052800     READ ARCH-GEN-FILE                                           05280000
052900       AT END                                                     05290000
053000         MOVE "YES" TO WS-GEN-BAD-FLAG                            05300000
053100     END-READ                                                     05310000
053200     IF WS-GEN-BAD-FLAG = "NO"                                    05320000
053300         IF AG-REC-TYPE NOT = 'H' OR AG-YEAR NOT = WS-ARCH-YEAR   05330000
053400             MOVE "YES" TO WS-GEN-BAD-FLAG                        05340000
053500         END-IF                                                   05350000
053600     END-IF                                                       05360000
053700     IF WS-GEN-BAD-FLAG = "YES"                                   05370000
053800         MOVE "YES" TO EOF-FLAG                                   05380000
053900     END-IF                                                       05390000
054000     .                                                            05400000
054100                                                                  05410000
054200 110-READ-GENERATION.                                             05420000
054300     READ ARCH-GEN-FILE                                           05430000
054400       AT END                                                     05440000
054500         MOVE "YES" TO EOF-FLAG                                   05450000
054600       NOT AT END                                                 05460000
054700         IF AG-REC-TYPE = 'D'                                     05470000
054800             MOVE AG-PAY-DATA TO WS-PAY-REC                       05480000
054900             ADD 1 TO GEN-D-COUNT                                 05490000
055000         ELSE                                                     05500000
055100         IF AG-REC-TYPE = 'T'                                     05510000
055200             MOVE "YES" TO WS-GEN-TRAILER-FLAG                    05520000
055300             MOVE AG-CTL-REC-COUNT TO GEN-TRAILER-COUNT           05530000
055400             MOVE "YES" TO EOF-FLAG                               05540000
055500         ELSE                                                     05550000
055600             MOVE "YES" TO WS-GEN-BAD-FLAG                        05560000
055700             MOVE "YES" TO EOF-FLAG                               05570000
055800         END-IF                                                   05580000
055900         END-IF                                                   05590000
056000     END-READ                                                     05600000
056100     .                                                            05610000
056200                                                                  05620000
056300 200-READ-ARCHIVE.                                                05630000
056400     IF WS-ARCH-SOURCE = 'G'                                      05640000
056500         MOVE WS-ARCH-YEAR TO AM-YEAR                             05650000
056600         MOVE 'READ FROM ITS ARCHGEN GENERATION' TO AM-TEXT       05660000
056700         MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                       05670000
056800         PERFORM 700-PRINT-LINE                                   05680000
056900         OPEN INPUT ARCH-GEN-FILE                                 05690000
057000         PERFORM 105-READ-GEN-HEADER                              05700000
057100     ELSE                                                         05710000
057200         OPEN INPUT PAY-ARCHIVE-FILE                              05720000
057300     END-IF                                                       05730000
057400     OPEN INPUT EMPLOYEE-MASTER-FILE                              05740000
057500     IF EOF-FLAG = "NO"                                           05750000
057600         PERFORM 100-READ-INPUT                                   05760000
057700     END-IF                                                       05770000
057800     PERFORM 300-PROCESS-DATA                                     05780000
057900       UNTIL EOF-FLAG = "YES"                                     05790000
058000     CLOSE EMPLOYEE-MASTER-FILE                                   05800000
058100     IF WS-ARCH-SOURCE = 'G'                                      05810000
058200         CLOSE ARCH-GEN-FILE                                      05820000
058300     ELSE                                                         05830000
058400         CLOSE PAY-ARCHIVE-FILE                                   05840000
058500     END-IF                                                       05850000
058600     IF WS-ARCH-SOURCE = 'G'                                      05860000
058700         IF WS-GEN-TRAILER-FLAG = "NO"                            05870000
058800           OR GEN-D-COUNT NOT = GEN-TRAILER-COUNT                 05880000
058900             MOVE "YES" TO WS-GEN-BAD-FLAG                        05890000
059000         END-IF                                                   05900000
059100     END-IF                                                       05910000
059200     IF WS-GEN-BAD-FLAG = "YES"                                   05920000
059300         MOVE WS-ARCH-YEAR TO AM-YEAR                             05930000
059400         MOVE 'ARCHGEN GENERATION DOES NOT PROVE' TO AM-TEXT      05940000
059500         MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                       05950000
059600         PERFORM 700-PRINT-LINE                                   05960000
059700     END-IF                                                       05970000
059800     .                                                            05980000
059900                                                                  05990000
060000 300-PROCESS-DATA.                                                06000000
060100     MOVE PAY-PERIOD-END-YY TO WS-PAY-YMD-YY                      06010000
060200     MOVE PAY-PERIOD-END-MM TO WS-PAY-YMD-MM                      06020000
060300     MOVE PAY-PERIOD-END-DD TO WS-PAY-YMD-DD                      06030000
060400     IF WS-PAY-YMD >= WS-FROM-YMD                                 06040000
060500       AND WS-PAY-YMD <= WS-TO-YMD                                06050000
060600         PERFORM 345-PAY-TYPE-LOOKUP                              06060000
060700         IF TY-FOUND-FLAG = 'YES'                                 06070000
060800             ADD 1 TO RANGE-REC-COUNT                             06080000
060900             PERFORM 400-POST-RECORD                              06090000
061000         ELSE                                                     06100000
061100             ADD 1 TO TY-MISS-COUNT                               06110000
061200             ADD 1 TO EXC-COUNT                                   06120000
061300         END-IF                                                   06130000
061400     END-IF                                                       06140000
061500     PERFORM 100-READ-INPUT                                       06150000
061600     .                                                            06160000
061700                                                                  06170000
061800 340-OT-RULE-LOOKUP.                                              06180000
061900     MOVE 'NO' TO OT-FOUND-FLAG                                   06190000
062000     MOVE 1 TO OT-SUB                                             06200000
062100     PERFORM 341-OT-RULE-CHECK-DIV                                06210000
062200       UNTIL OT-FOUND-FLAG = 'YES'                                06220000
062300       OR OT-SUB > OT-RULE-COUNT                                  06230000
062400     IF OT-FOUND-FLAG = 'NO'                                      06240000
062500         MOVE 1 TO OT-SUB                                         06250000
062600         PERFORM 342-OT-RULE-CHECK-DEFAULT                        06260000
062700           UNTIL OT-FOUND-FLAG = 'YES'                            06270000
062800           OR OT-SUB > OT-RULE-COUNT                              06280000
062900     END-IF                                                       06290000
063000     IF OT-FOUND-FLAG = 'YES'                                     06300000
063100         MOVE OTR-THRESHOLD (OT-SUB) TO WS-OT-THRESHOLD           06310000
063200         MOVE OTR-MULTIPLIER (OT-SUB) TO WS-OT-MULTIPLIER         06320000
063300     ELSE                                                         06330000
063400         MOVE 40.0 TO WS-OT-THRESHOLD                             06340000
063500         MOVE 1.50 TO WS-OT-MULTIPLIER                            06350000
063600     END-IF                                                       06360000
063700     .                                                            06370000
063800                                                                  06380000
063900 341-OT-RULE-CHECK-DIV.                                           06390000
064000     IF OTR-DIV (OT-SUB) = PAY-DIV                                06400000
064100         MOVE 'YES' TO OT-FOUND-FLAG                              06410000
064200     ELSE                                                         06420000
064300         ADD 1 TO OT-SUB                                          06430000
064400     END-IF                                                       06440000
064500     .                                                            06450000
064600                                                                  06460000
064700 342-OT-RULE-CHECK-DEFAULT.                                       06470000
064800     IF OTR-DIV (OT-SUB) = SPACES                                 06480000
064900         MOVE 'YES' TO OT-FOUND-FLAG                              06490000
065000     ELSE                                                         06500000
065100         ADD 1 TO OT-SUB                                          06510000
065200     END-IF                                                       06520000
065300     .                                                            06530000
065400                                                                  06540000
065500 345-PAY-TYPE-LOOKUP.                                             06550000
065600     MOVE 'NO' TO TY-FOUND-FLAG                                   06560000
065700     MOVE SPACE TO WS-TY-METHOD                                   06570000
065800     MOVE 'N' TO WS-TY-OT-FLAG                                    06580000
065900     MOVE 1 TO TY-SUB                                             06590000
066000     PERFORM 346-PAY-TYPE-SCAN                                    06600000
066100       UNTIL TY-FOUND-FLAG = 'YES'                                06610000
066200       OR TY-SUB > TY-COUNT                                       06620000
066300     .                                                            06630000
066400                                                                  06640000
066500 346-PAY-TYPE-SCAN.                                               06650000
066600     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           06660000
066700         MOVE 'YES' TO TY-FOUND-FLAG                              06670000
066800         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  06680000
066900         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                06690000
067000     ELSE                                                         06700000
067100         ADD 1 TO TY-SUB                                          06710000
067200     END-IF                                                       06720000
067300     .                                                            06730000
067400                                                                  06740000
067500 400-POST-RECORD.                                                 06750000
067600     PERFORM 340-OT-RULE-LOOKUP                                   06760000
067700     PERFORM 410-CAL-PAY                                          06770000
067800     PERFORM 420-SPLIT-OVERTIME                                   06780000
067900     ADD PC-GROSS-PAY TO RG-GROSS                                 06790000
068000     PERFORM 500-RESOLVE-CLASS                                    06800000
068100     PERFORM 530-POST-CLASS                                       06810000
068200     .                                                            06820000
068300                                                                  06830000
068400 410-CAL-PAY.                                                     06840000
068500     INITIALIZE PAY-CAL-FIELDS                                    06850000
068600     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          06860000
068700     IF WS-TY-METHOD = 'F'                                        06870000
068800         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        06880000
068900         MOVE PAY-EMP-RATE TO PC-REG-PAY                          06890000
069000     ELSE                                                         06900000
069100         PERFORM 440-HOURLY                                       06910000
069200     END-IF                                                       06920000
069225     IF PAY-ADJ-IND = ' '                                         06922500
069250         PERFORM 470-ADD-SUPP-EARNINGS                            06925000
069275     END-IF                                                       06927500
069300     .                                                            06930000
069400                                                                  06940000
069500*    THE INSURER'S BASE TAKES OVERTIME HOURS AT THE STRAIGHT      06950000
069600*    RATE ONLY; WHAT THE OT MULTIPLIER ADDS IS THE EXCLUDED       06960000
069700*    PREMIUM.  THE THREE PARTS ALWAYS ADD BACK TO THE GROSS.      06970000
069800 420-SPLIT-OVERTIME.                                              06980000
069900     MOVE PAY-HOURS-WORKED TO PC-HOURS                            06990000
070000     MULTIPLY PAY-EMP-RATE BY PC-OT-HR                            07000000
070100       GIVING PC-ST-OT-PAY ROUNDED                                07010000
070200     SUBTRACT PC-ST-OT-PAY FROM PC-OT-PAY                         07020000
070300       GIVING PC-OT-PREMIUM                                       07030000
070400     ADD PC-REG-PAY PC-ST-OT-PAY GIVING PC-REPORTABLE             07040000
070500     IF PAY-ADJ-IND = 'R'                                         07050000
070600         SUBTRACT PC-HOURS FROM ZERO GIVING PC-HOURS              07060000
070700         SUBTRACT PC-REG-PAY FROM ZERO GIVING PC-REG-PAY          07070000
070800         SUBTRACT PC-ST-OT-PAY FROM ZERO GIVING PC-ST-OT-PAY      07080000
070900         SUBTRACT PC-OT-PREMIUM FROM ZERO GIVING PC-OT-PREMIUM    07090000
071000         SUBTRACT PC-REPORTABLE FROM ZERO GIVING PC-REPORTABLE    07100000
071100         SUBTRACT PC-GROSS-PAY FROM ZERO GIVING PC-GROSS-PAY      07110000
071200     END-IF                                                       07120000
071300     .                                                            07130000
071400                                                                  07140000
071500 438-SET-OT-LIMIT.                                                07150000
071600     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       07160000
071700     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               07170000
071800         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 07180000
071900           GIVING WS-OT-HR-LIMIT                                  07190000
072000         IF WS-OT-HR-LIMIT < 0                                    07200000
072100             MOVE 0 TO WS-OT-HR-LIMIT                             07210000
072200         END-IF                                                   07220000
072300     END-IF                                                       07230000
072400     IF WS-TY-OT-FLAG NOT = 'Y'                                   07240000
072500         MOVE 9999.9 TO WS-OT-HR-LIMIT                            07250000
072600     END-IF                                                       07260000
072700     .                                                            07270000
072800                                                                  07280000
072900 440-HOURLY.                                                      07290000
073000     PERFORM 438-SET-OT-LIMIT                                     07300000
073100     IF PC-HR-USED > WS-OT-HR-LIMIT                               07310000
073200         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  07320000
073300           GIVING PC-OT-HR                                        07330000
073400         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         07340000
073500         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                07350000
073600           GIVING PC-OT-RATE ROUNDED                              07360000
073700         MULTIPLY PC-OT-RATE BY PC-OT-HR                          07370000
073800           GIVING PC-OT-PAY ROUNDED                               07380000
073900     ELSE                                                         07390000
074000         MOVE 0 TO PC-OT-PAY                                      07400000
074100         MOVE PC-HR-USED TO PC-REG-HR                             07410000
074200     END-IF                                                       07420000
074300     MULTIPLY PAY-EMP-RATE BY PC-REG-HR                           07430000
074400       GIVING PC-REG-PAY ROUNDED                                  07440000
074500     MOVE 0 TO PC-GROSS-PAY                                       07450000
074600     ADD PC-OT-PAY TO PC-GROSS-PAY                                07460000
074700     ADD PC-REG-PAY TO PC-GROSS-PAY                               07470000
074800     .                                                            07480000
074900                                                                  07490000
074901*    SUPPLEMENTAL EARNINGS ARE PRICED AS QTDRPT PRICES THEM AND   07490100
074902*    GO INTO REGULAR PAY, SO THEY ARE REPORTABLE; THE PREMIUM     07490200
074903*    ON OVERTIME-ELIGIBLE CODES GOES INTO THE OT PAY, AND SO      07490300
074904*    INTO THE EXCLUDED PREMIUM WHEN 420 SPLITS IT.                07490400
074905 470-ADD-SUPP-EARNINGS.                                           07490500
074906     MOVE 1 TO SE-SUB                                             07490600
074907     PERFORM 475-SUPP-EARNINGS-CHECK                              07490700
074908         UNTIL SE-SUB > SE-COUNT                                  07490800
074909     IF PC-SUPP-OT-BASE NOT = 0 AND PC-OT-HR > 0                  07490900
074910         PERFORM 477-SUPP-OT-PREMIUM                              07491000
074911     END-IF                                                       07491100
074912     ADD PC-SUPP-PAY TO PC-REG-PAY                                07491200
074913     ADD PC-SUPP-PAY TO PC-GROSS-PAY                              07491300
074914     .                                                            07491400
074915                                                                  07491500
074916 475-SUPP-EARNINGS-CHECK.                                         07491600
074917     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   07491700
074918       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             07491800
074919       AND SE-T-EC-SUB (SE-SUB) > 0                               07491900
074920         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      07492000
074921         ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-PAY                  07492100
074922         IF EC-T-OT-FLAG (EC-SUB) = 'Y'                           07492200
074923             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-OT-BASE          07492300
074924         END-IF                                                   07492400
074925     END-IF                                                       07492500
074926     ADD 1 TO SE-SUB                                              07492600
074927     .                                                            07492700
074928                                                                  07492800
074929 477-SUPP-OT-PREMIUM.                                             07492900
074930     DIVIDE PC-SUPP-OT-BASE BY PC-HR-USED                         07493000
074931       GIVING PC-SUPP-RATE ROUNDED                                07493100
074932     SUBTRACT 1 FROM WS-OT-MULTIPLIER                             07493200
074933       GIVING WS-SUPP-OT-FACTOR                                   07493300
074934     MULTIPLY PC-SUPP-RATE BY WS-SUPP-OT-FACTOR                   07493400
074935       GIVING PC-SUPP-OT-RATE ROUNDED                             07493500
074936     MULTIPLY PC-SUPP-OT-RATE BY PC-OT-HR                         07493600
074937       GIVING PC-SUPP-OT-PAY ROUNDED                              07493700
074938     ADD PC-SUPP-OT-PAY TO PC-OT-PAY                              07493800
074939     ADD PC-SUPP-OT-PAY TO PC-GROSS-PAY                           07493900
074940     .                                                            07494000
074941                                                                  07494100
074942 478-FIND-EARN-CODE.                                              07494200
074943     MOVE 0 TO EC-PICKED                                          07494300
074944     MOVE 1 TO EC-SUB                                             07494400
074945     PERFORM 479-EARN-CODE-CHECK                                  07494500
074946         UNTIL EC-PICKED > 0                                      07494600
074947         OR EC-SUB > EC-COUNT                                     07494700
074948     .                                                            07494800
074949                                                                  07494900
074950 479-EARN-CODE-CHECK.                                             07495000
074951     IF EC-T-CODE (EC-SUB) = SE-T-CODE (SE-COUNT)                 07495100
074952         MOVE EC-SUB TO EC-PICKED                                 07495200
074953     ELSE                                                         07495300
074954         ADD 1 TO EC-SUB                                          07495400
074955     END-IF                                                       07495500
074956     .                                                            07495600
074957                                                                  07495700
075000*    THE EMPMSTR OVERRIDE WINS; OTHERWISE THE DIVISION AND        07500000
075100*    DEPARTMENT PAID UNDER ARE MAPPED.  THE ARCHIVE IS IN         07510000
075200*    EMPLOYEE ORDER, SO EMPMSTR IS READ ONCE PER EMPLOYEE.        07520000
075300 500-RESOLVE-CLASS.                                               07530000
075400     MOVE SPACES TO WS-CLASS                                      07540000
075500     MOVE SPACES TO WS-CLASS-DESC                                 07550000
075600     MOVE 0 TO WS-CLASS-RATE                                      07560000
075700     MOVE SPACE TO WS-REASON                                      07570000
075800     IF PAY-ID-NUMBER NOT = WS-LAST-EMP-ID                        07580000
075900         MOVE PAY-ID-NUMBER TO WS-LAST-EMP-ID                     07590000
076000         MOVE PAY-ID-NUMBER TO EMP-ID-NUMBER                      07600000
076100         READ EMPLOYEE-MASTER-FILE                                07610000
076200           INVALID KEY                                            07620000
076300             MOVE SPACES TO WS-EMP-CLASS                          07630000
076400           NOT INVALID KEY                                        07640000
076500             MOVE EMP-WC-CLASS TO WS-EMP-CLASS                    07650000
076600         END-READ                                                 07660000
076700     END-IF                                                       07670000
076800     IF WS-EMP-CLASS NOT = SPACES                                 07680000
076900         MOVE WS-EMP-CLASS TO WS-CLASS                            07690000
077000         ADD 1 TO OVERRIDE-COUNT                                  07700000
077100     ELSE                                                         07710000
077200         PERFORM 510-MAP-LOOKUP                                   07720000
077300     END-IF                                                       07730000
077400     IF WS-CLASS = SPACES                                         07740000
077500         MOVE 'M' TO WS-REASON                                    07750000
077600         MOVE 'NO CLASS MAPPED' TO WS-CLASS-DESC                  07760000
077700     ELSE                                                         07770000
077800         PERFORM 520-CLASS-LOOKUP                                 07780000
077900     END-IF                                                       07790000
078000     IF WS-REASON NOT = SPACE                                     07800000
078100         ADD 1 TO NO-CLASS-COUNT                                  07810000
078200         ADD 1 TO EXC-COUNT                                       07820000
078300         PERFORM 540-SAVE-EXCEPTION                               07830000
078400     END-IF                                                       07840000
078500     .                                                            07850000
078600                                                                  07860000
078700 510-MAP-LOOKUP.                                                  07870000
078800     MOVE PAY-DIV TO WS-MP-DIV                                    07880000
078900     MOVE PAY-DEPT TO WS-MP-DEPT                                  07890000
079000     PERFORM 512-MAP-SCAN                                         07900000
079100     IF MP-FOUND-FLAG = 'NO'                                      07910000
079200         MOVE SPACES TO WS-MP-DEPT                                07920000
079300         PERFORM 512-MAP-SCAN                                     07930000
079400     END-IF                                                       07940000
079500     IF MP-FOUND-FLAG = 'NO'                                      07950000
079600         MOVE SPACES TO WS-MP-DIV                                 07960000
079700         PERFORM 512-MAP-SCAN                                     07970000
079800     END-IF                                                       07980000
079900     IF MP-FOUND-FLAG = 'YES'                                     07990000
080000         MOVE MP-CLASS (MP-SUB) TO WS-CLASS                       08000000
080100     END-IF                                                       08010000
080200     .                                                            08020000
080300                                                                  08030000
080400 512-MAP-SCAN.                                                    08040000
080500     MOVE 'NO' TO MP-FOUND-FLAG                                   08050000
080600     MOVE 1 TO MP-SUB                                             08060000
080700     PERFORM 515-MAP-CHECK                                        08070000
080800       UNTIL MP-FOUND-FLAG = 'YES'                                08080000
080900       OR MP-SUB > MP-COUNT                                       08090000
081000     .                                                            08100000
081100                                                                  08110000
081200 515-MAP-CHECK.                                                   08120000
081300     IF MP-DIV (MP-SUB) = WS-MP-DIV                               08130000
081400       AND MP-DEPT (MP-SUB) = WS-MP-DEPT                          08140000
081500         MOVE 'YES' TO MP-FOUND-FLAG                              08150000
081600     ELSE                                                         08160000
081700         ADD 1 TO MP-SUB                                          08170000
081800     END-IF                                                       08180000
081900     .                                                            08190000
082000                                                                  08200000
082100 520-CLASS-LOOKUP.                                                08210000
082200     MOVE 'NO' TO CL-FOUND-FLAG                                   08220000
082300     MOVE 1 TO CL-SUB                                             08230000
082400     PERFORM 525-CLASS-CHECK                                      08240000
082500       UNTIL CL-FOUND-FLAG = 'YES'                                08250000
082600       OR CL-SUB > CL-COUNT                                       08260000
082700     IF CL-FOUND-FLAG = 'YES'                                     08270000
082800         MOVE CL-RATE (CL-SUB) TO WS-CLASS-RATE                   08280000
082900         MOVE CL-DESC (CL-SUB) TO WS-CLASS-DESC                   08290000
083000     ELSE                                                         08300000
083100         MOVE 'C' TO WS-REASON                                    08310000
083200         MOVE 'CLASS NOT ON WCCLASS' TO WS-CLASS-DESC             08320000
083300     END-IF                                                       08330000
083400     .                                                            08340000
083500                                                                  08350000
083600 525-CLASS-CHECK.                                                 08360000
083700     IF CL-CLASS (CL-SUB) = WS-CLASS                              08370000
083800         MOVE 'YES' TO CL-FOUND-FLAG                              08380000
083900     ELSE                                                         08390000
084000         ADD 1 TO CL-SUB                                          08400000
084100     END-IF                                                       08410000
084200     .                                                            08420000
084300                                                                  08430000
084400*    ROWS ARE INSERTED IN COMPANY/CLASS ORDER:  FIND THE FIRST    08440000
084500*    ROW NOT BELOW THE NEW KEY AND, IF IT IS NOT THE SAME KEY,    08450000
084600*    SLIDE THE ROWS FROM THERE DOWN ONE TO OPEN A SLOT.           08460000
084700 530-POST-CLASS.                                                  08470000
084800     MOVE PAY-COMPANY TO WS-NEW-COMPANY                           08480000
084900     MOVE WS-CLASS TO WS-NEW-CLASS                                08490000
085000     MOVE 0 TO WT-PICKED                                          08500000
085100     MOVE 'NO' TO WT-STOP-FLAG                                    08510000
085200     MOVE 1 TO WT-SUB                                             08520000
085300     PERFORM 532-KEY-SCAN                                         08530000
085400       UNTIL WT-STOP-FLAG = 'YES'                                 08540000
085500       OR WT-SUB > WT-COUNT                                       08550000
085600     IF WT-SUB <= WT-COUNT                                        08560000
085700         IF WT-KEY (WT-SUB) = WS-NEW-KEY                          08570000
085800             MOVE WT-SUB TO WT-PICKED                             08580000
085900         END-IF                                                   08590000
086000     END-IF                                                       08600000
086100     IF WT-PICKED = 0                                             08610000
086200         IF WT-COUNT < 200                                        08620000
086300             MOVE WT-COUNT TO WT-MOVE-SUB                         08630000
086400             PERFORM 534-SHIFT-ROW                                08640000
086500               UNTIL WT-MOVE-SUB < WT-SUB                         08650000
086600             ADD 1 TO WT-COUNT                                    08660000
086700             INITIALIZE WT-ITEM (WT-SUB)                          08670000
086800             MOVE WS-NEW-KEY TO WT-KEY (WT-SUB)                   08680000
086900             MOVE WS-CLASS-DESC TO WT-DESC (WT-SUB)               08690000
087000             MOVE WS-CLASS-RATE TO WT-RATE (WT-SUB)               08700000
087100             MOVE WS-REASON TO WT-REASON (WT-SUB)                 08710000
087200             MOVE WT-SUB TO WT-PICKED                             08720000
087300         ELSE                                                     08730000
087400             ADD 1 TO WT-DROPPED-COUNT                            08740000
087500         END-IF                                                   08750000
087600     END-IF                                                       08760000
087700     IF WT-PICKED > 0                                             08770000
087800         ADD PC-HOURS TO WT-HOURS (WT-PICKED)                     08780000
087900         ADD PC-REG-PAY TO WT-REG-PAY (WT-PICKED)                 08790000
088000         ADD PC-ST-OT-PAY TO WT-ST-OT-PAY (WT-PICKED)             08800000
088100         ADD PC-OT-PREMIUM TO WT-OT-PREMIUM (WT-PICKED)           08810000
088200         ADD PC-REPORTABLE TO WT-REPORTABLE (WT-PICKED)           08820000
088300         ADD PC-GROSS-PAY TO WT-GROSS (WT-PICKED)                 08830000
088400     END-IF                                                       08840000
088500     .                                                            08850000
088600                                                                  08860000
088700 532-KEY-SCAN.                                                    08870000
088800     IF WT-KEY (WT-SUB) < WS-NEW-KEY                              08880000
088900         ADD 1 TO WT-SUB                                          08890000
089000     ELSE                                                         08900000
089100         MOVE 'YES' TO WT-STOP-FLAG                               08910000
089200     END-IF                                                       08920000
089300     .                                                            08930000
089400                                                                  08940000
089500 534-SHIFT-ROW.                                                   08950000
089600     MOVE WT-ITEM (WT-MOVE-SUB) TO WT-ITEM (WT-MOVE-SUB + 1)      08960000
089700     SUBTRACT 1 FROM WT-MOVE-SUB                                  08970000
089800     .                                                            08980000
089900                                                                  08990000
090000 540-SAVE-EXCEPTION.                                              09000000
090100     IF EX-COUNT < 200                                            09010000
090200         ADD 1 TO EX-COUNT                                        09020000
090300         MOVE PAY-ID-NUMBER TO EX-ID-NUMBER (EX-COUNT)            09030000
090400         MOVE PAY-LAST-NAME TO EX-LAST-NAME (EX-COUNT)            09040000
090500         MOVE PAY-FIRST-NAME TO EX-FIRST-NAME (EX-COUNT)          09050000
090600         MOVE PAY-PERIOD-END-MM TO EX-PERIOD-MM (EX-COUNT)        09060000
090700         MOVE PAY-PERIOD-END-DD TO EX-PERIOD-DD (EX-COUNT)        09070000
090800         MOVE PAY-PERIOD-END-YY TO EX-PERIOD-YY (EX-COUNT)        09080000
090900         MOVE PAY-COMPANY TO EX-COMPANY (EX-COUNT)                09090000
091000         MOVE PAY-DIV TO EX-DIV (EX-COUNT)                        09100000
091100         MOVE PAY-DEPT TO EX-DEPT (EX-COUNT)                      09110000
091200         MOVE WS-CLASS TO EX-CLASS (EX-COUNT)                     09120000
091300         MOVE WS-REASON TO EX-REASON (EX-COUNT)                   09130000
091400         MOVE PC-REPORTABLE TO EX-REPORTABLE (EX-COUNT)           09140000
091500     ELSE                                                         09150000
091600         ADD 1 TO EX-DROPPED-COUNT                                09160000
091700     END-IF                                                       09170000
091800     .                                                            09180000
091900                                                                  09190000
092000 600-PRINT-REPORT.                                                09200000
092100     MOVE SPACES TO WS-PREV-COMPANY                               09210000
092200     MOVE 1 TO WT-SUB                                             09220000
092300     PERFORM 610-PRINT-CLASS-LINE                                 09230000
092400       UNTIL WT-SUB > WT-COUNT                                    09240000
092500     IF WT-COUNT > 0                                              09250000
092600         PERFORM 620-PRINT-COMPANY-TOTAL                          09260000
092700     END-IF                                                       09270000
092800     PERFORM 630-PRINT-GRAND-TOTAL                                09280000
092900     IF EX-COUNT > 0                                              09290000
093000         MOVE 'E' TO WS-HEAD-TYPE                                 09300000
093100         PERFORM 800-PRINT-HEADINGS                               09310000
093200         MOVE 1 TO EX-SUB                                         09320000
093300         PERFORM 650-PRINT-EXCEPTION                              09330000
093400           UNTIL EX-SUB > EX-COUNT                                09340000
093500     END-IF                                                       09350000
093600     PERFORM 900-PRINT-COUNTS                                     09360000
093700     .                                                            09370000
093800                                                                  09380000
093900 610-PRINT-CLASS-LINE.                                            09390000
094000     IF WT-SUB > 1                                                09400000
094100       AND WT-COMPANY (WT-SUB) NOT = WS-PREV-COMPANY              09410000
094200         PERFORM 620-PRINT-COMPANY-TOTAL                          09420000
094300     END-IF                                                       09430000
094400     MOVE WT-COMPANY (WT-SUB) TO WS-PREV-COMPANY                  09440000
094500     MOVE 0 TO WS-PREMIUM                                         09450000
094600     IF WT-REASON (WT-SUB) = SPACE                                09460000
094700         MULTIPLY WT-REPORTABLE (WT-SUB) BY WT-RATE (WT-SUB)      09470000
094800           GIVING WS-PREM-WORK                                    09480000
094900         DIVIDE WS-PREM-WORK BY 100                               09490000
095000           GIVING WS-PREMIUM ROUNDED                              09500000
095100     END-IF                                                       09510000
095200     MOVE SPACES TO WS-PRINT-REC                                  09520000
095300     MOVE WT-COMPANY (WT-SUB) TO PR-COMPANY                       09530000
095400     IF WT-CLASS (WT-SUB) = SPACES                                09540000
095500         MOVE 'NONE' TO PR-CLASS                                  09550000
095600     ELSE                                                         09560000
095700         MOVE WT-CLASS (WT-SUB) TO PR-CLASS                       09570000
095800     END-IF                                                       09580000
095900     MOVE WT-DESC (WT-SUB) TO PR-DESC                             09590000
096000     MOVE WT-HOURS (WT-SUB) TO PR-HOURS                           09600000
096100     MOVE WT-REG-PAY (WT-SUB) TO PR-REG-PAY                       09610000
096200     MOVE WT-ST-OT-PAY (WT-SUB) TO PR-ST-OT-PAY                   09620000
096300     MOVE WT-OT-PREMIUM (WT-SUB) TO PR-OT-PREMIUM                 09630000
096400     MOVE WT-REPORTABLE (WT-SUB) TO PR-REPORTABLE                 09640000
096500     MOVE WT-RATE (WT-SUB) TO PR-RATE                             09650000
096600     MOVE WS-PREMIUM TO PR-PREMIUM                                09660000
096700     IF WT-REASON (WT-SUB) NOT = SPACE                            09670000
096800         MOVE '**' TO PR-FLAG                                     09680000
096900     END-IF                                                       09690000
097000     PERFORM 700-PRINT-LINE                                       09700000
097100     ADD WT-HOURS (WT-SUB) TO CO-HOURS                            09710000
097200     ADD WT-REG-PAY (WT-SUB) TO CO-REG-PAY                        09720000
097300     ADD WT-ST-OT-PAY (WT-SUB) TO CO-ST-OT-PAY                    09730000
097400     ADD WT-OT-PREMIUM (WT-SUB) TO CO-OT-PREMIUM                  09740000
097500     ADD WT-REPORTABLE (WT-SUB) TO CO-REPORTABLE                  09750000
097600     ADD WS-PREMIUM TO CO-PREMIUM                                 09760000
097700     ADD WT-GROSS (WT-SUB) TO CO-GROSS                            09770000
097800     ADD 1 TO WT-SUB                                              09780000
097900     .                                                            09790000
098000                                                                  09800000
098100 620-PRINT-COMPANY-TOTAL.                                         09810000
098200     MOVE SPACES TO WS-PRINT-REC                                  09820000
098300     MOVE WS-PREV-COMPANY TO PR-COMPANY                           09830000
098400     MOVE 'COMPANY TOTAL' TO PR-DESC                              09840000
098500     MOVE CO-HOURS TO PR-HOURS                                    09850000
098600     MOVE CO-REG-PAY TO PR-REG-PAY                                09860000
098700     MOVE CO-ST-OT-PAY TO PR-ST-OT-PAY                            09870000
098800     MOVE CO-OT-PREMIUM TO PR-OT-PREMIUM                          09880000
098900     MOVE CO-REPORTABLE TO PR-REPORTABLE                          09890000
099000     MOVE CO-PREMIUM TO PR-PREMIUM                                09900000
099100     MOVE '***' TO PR-FLAG                                        09910000
099200     PERFORM 700-PRINT-LINE                                       09920000
099300     MOVE WS-PREV-COMPANY TO WS-CL-COMPANY                        09930000
099400     MOVE WS-CO-LABEL TO PF-LABEL                                 09940000
099500     MOVE CO-REPORTABLE TO PF-REPORTABLE                          09950000
099600     MOVE CO-OT-PREMIUM TO PF-OT-PREMIUM                          09960000
099700     ADD CO-REPORTABLE CO-OT-PREMIUM GIVING WS-PROOF-SUM          09970000
099800     MOVE WS-PROOF-SUM TO PF-SUM                                  09980000
099900     MOVE CO-GROSS TO WS-PROOF-GROSS                              09990000
100000     PERFORM 640-PRINT-PROOF-LINE                                 10000000
100100     ADD CO-HOURS TO GT-HOURS                                     10010000
100200     ADD CO-REG-PAY TO GT-REG-PAY                                 10020000
100300     ADD CO-ST-OT-PAY TO GT-ST-OT-PAY                             10030000
100400     ADD CO-OT-PREMIUM TO GT-OT-PREMIUM                           10040000
100500     ADD CO-REPORTABLE TO GT-REPORTABLE                           10050000
100600     ADD CO-PREMIUM TO GT-PREMIUM                                 10060000
100700     ADD CO-GROSS TO GT-GROSS                                     10070000
100800     INITIALIZE COMPANY-TOTALS                                    10080000
100900     MOVE 2 TO WS-SPACING                                         10090000
101000     .                                                            10100000
101100                                                                  10110000
101200*    THE ALL-COMPANY PROOF IS AGAINST THE GROSS OF EVERY RECORD   10120000
101300*    IN THE RANGE, SO A ROW THAT DID NOT FIT THE TABLE SHOWS.     10130000
101400 630-PRINT-GRAND-TOTAL.                                           10140000
101500     MOVE SPACES TO WS-PRINT-REC                                  10150000
101600     MOVE 2 TO WS-SPACING                                         10160000
101700     MOVE 'ALL COMPANIES' TO PR-DESC                              10170000
101800     MOVE GT-HOURS TO PR-HOURS                                    10180000
101900     MOVE GT-REG-PAY TO PR-REG-PAY                                10190000
102000     MOVE GT-ST-OT-PAY TO PR-ST-OT-PAY                            10200000
102100     MOVE GT-OT-PREMIUM TO PR-OT-PREMIUM                          10210000
102200     MOVE GT-REPORTABLE TO PR-REPORTABLE                          10220000
102300     MOVE GT-PREMIUM TO PR-PREMIUM                                10230000
102400     MOVE '***' TO PR-FLAG                                        10240000
102500     PERFORM 700-PRINT-LINE                                       10250000
102600     MOVE 'ALL COMPANIES' TO PF-LABEL                             10260000
102700     MOVE GT-REPORTABLE TO PF-REPORTABLE                          10270000
102800     MOVE GT-OT-PREMIUM TO PF-OT-PREMIUM                          10280000
102900     ADD GT-REPORTABLE GT-OT-PREMIUM GIVING WS-PROOF-SUM          10290000
103000     MOVE WS-PROOF-SUM TO PF-SUM                                  10300000
103100     MOVE RG-GROSS TO WS-PROOF-GROSS                              10310000
103200     PERFORM 640-PRINT-PROOF-LINE                                 10320000
103300     .                                                            10330000
103400                                                                  10340000
103500 640-PRINT-PROOF-LINE.                                            10350000
103600     MOVE WS-PROOF-GROSS TO PF-GROSS                              10360000
103700     IF WS-PROOF-SUM = WS-PROOF-GROSS                             10370000
103800         MOVE 'IN BALANCE' TO PF-RESULT                           10380000
103900     ELSE                                                         10390000
104000         MOVE '** OUT OF BAL' TO PF-RESULT                        10400000
104100         MOVE "NO" TO WS-BALANCE-FLAG                             10410000
104200     END-IF                                                       10420000
104300     MOVE SPACES TO WS-PRINT-REC                                  10430000
104400     MOVE WS-PROOF-LINE TO PR-DETAIL                              10440000
104500     PERFORM 700-PRINT-LINE                                       10450000
104600     .                                                            10460000
104700                                                                  10470000
104800 650-PRINT-EXCEPTION.                                             10480000
104900     MOVE EX-ID-NUMBER (EX-SUB) TO EL-ID-NUMBER                   10490000
105000     MOVE EX-LAST-NAME (EX-SUB) TO EL-LAST-NAME                   10500000
105100     MOVE EX-FIRST-NAME (EX-SUB) TO EL-FIRST-NAME                 10510000
105200     MOVE EX-PERIOD-MM (EX-SUB) TO EL-PERIOD-MM                   10520000
105300     MOVE EX-PERIOD-DD (EX-SUB) TO EL-PERIOD-DD                   10530000
105400     MOVE EX-PERIOD-YY (EX-SUB) TO EL-PERIOD-YY                   10540000
105500     MOVE EX-COMPANY (EX-SUB) TO EL-COMPANY                       10550000
105600     MOVE EX-DIV (EX-SUB) TO EL-DIV                               10560000
105700     MOVE EX-DEPT (EX-SUB) TO EL-DEPT                             10570000
105800     MOVE EX-CLASS (EX-SUB) TO EL-CLASS                           10580000
105900     MOVE EX-REPORTABLE (EX-SUB) TO EL-REPORTABLE                 10590000
106000     IF EX-REASON (EX-SUB) = 'M'                                  10600000
106100         MOVE 'NO OVERRIDE AND NO WCCLASS MAP' TO EL-REASON       10610000
106200     ELSE                                                         10620000
106300         MOVE 'CLASS HAS NO WCCLASS RATE ROW' TO EL-REASON        10630000
106400     END-IF                                                       10640000
106500     MOVE SPACES TO WS-PRINT-REC                                  10650000
106600     MOVE WS-EXC-LINE TO PR-DETAIL                                10660000
106700     PERFORM 700-PRINT-LINE                                       10670000
106800     ADD 1 TO EX-SUB                                              10680000
106900     .                                                            10690000
107000                                                                  10700000
107100 700-PRINT-LINE.                                                  10710000
107200     PERFORM 750-WRITE                                            10720000
107300     IF WS-LINE-COUNT > 50                                        10730000
107400         PERFORM 800-PRINT-HEADINGS                               10740000
107500     END-IF                                                       10750000
107600     .                                                            10760000
107700                                                                  10770000
107800 750-WRITE.                                                       10780000
107900     WRITE PRINT-REC FROM WS-PRINT-REC                            10790000
108000       AFTER ADVANCING WS-SPACING LINES                           10800000
108100     END-WRITE                                                    10810000
108200     ADD WS-SPACING TO WS-LINE-COUNT                              10820000
108300     MOVE 1 TO WS-SPACING                                         10830000
108400     MOVE SPACES TO WS-PRINT-REC                                  10840000
108500     .                                                            10850000
108600                                                                  10860000
108700 800-PRINT-HEADINGS.                                              10870000
108800     ADD 1 TO WS-PAGE                                             10880000
108900     MOVE WS-PAGE TO H-PAGE                                       10890000
109000     WRITE PRINT-REC FROM HEADING-1                               10900000
109100       AFTER ADVANCING PAGE                                       10910000
109200     END-WRITE                                                    10920000
109300     IF WS-HEAD-TYPE = 'E'                                        10930000
109400         MOVE HEADING-3 TO WS-PRINT-REC                           10940000
109500     ELSE                                                         10950000
109600         MOVE HEADING-2 TO WS-PRINT-REC                           10960000
109700     END-IF                                                       10970000
109800     MOVE 2 TO WS-SPACING                                         10980000
109900     PERFORM 750-WRITE                                            10990000
110000     MOVE 2 TO WS-SPACING                                         11000000
110100     MOVE 0 TO WS-LINE-COUNT                                      11010000
110200     .                                                            11020000
110300                                                                  11030000
110400 830-READ-WC-CARD.                                                11040000
110500     OPEN INPUT WC-CARD-FILE                                      11050000
110600     READ WC-CARD-FILE                                            11060000
110700       AT END                                                     11070000
110800         MOVE "NO" TO WS-CARD-OK-FLAG                             11080000
110900       NOT AT END                                                 11090000
111000         IF WC-FROM-DATE NUMERIC AND WC-TO-DATE NUMERIC           11100000
111100           AND WC-FROM-MM >= 1 AND WC-FROM-MM <= 12               11110000
111200           AND WC-TO-MM >= 1 AND WC-TO-MM <= 12                   11120000
111300           AND WC-FROM-DD >= 1 AND WC-FROM-DD <= 31               11130000
111400           AND WC-TO-DD >= 1 AND WC-TO-DD <= 31                   11140000
111500             MOVE "YES" TO WS-CARD-OK-FLAG                        11150000
111600             MOVE WC-FROM-YY TO WS-FROM-YMD-YY                    11160000
111700             MOVE WC-FROM-MM TO WS-FROM-YMD-MM                    11170000
111800             MOVE WC-FROM-DD TO WS-FROM-YMD-DD                    11180000
111900             MOVE WC-TO-YY TO WS-TO-YMD-YY                        11190000
112000             MOVE WC-TO-MM TO WS-TO-YMD-MM                        11200000
112100             MOVE WC-TO-DD TO WS-TO-YMD-DD                        11210000
112200             MOVE WC-FROM-MM TO H-FROM-MM                         11220000
112300             MOVE WC-FROM-DD TO H-FROM-DD                         11230000
112400             MOVE WC-FROM-YY TO H-FROM-YY                         11240000
112500             MOVE WC-TO-MM TO H-TO-MM                             11250000
112600             MOVE WC-TO-DD TO H-TO-DD                             11260000
112700             MOVE WC-TO-YY TO H-TO-YY                             11270000
112800             MOVE WC-TO-DATE TO WS-AUD-PERIOD                     11280000
112900             IF WS-FROM-YMD > WS-TO-YMD                           11290000
113000                 MOVE "NO" TO WS-CARD-OK-FLAG                     11300000
113100             END-IF                                               11310000
113200         ELSE                                                     11320000
113300             MOVE "NO" TO WS-CARD-OK-FLAG                         11330000
113400         END-IF                                                   11340000
113500     END-READ                                                     11350000
113600     CLOSE WC-CARD-FILE                                           11360000
113700     .                                                            11370000
113800                                                                  11380000
113900*    ARCHCTL SAYS WHERE EACH YEAR IS:  NO ROW MEANS IT IS STILL   11390000
114000*    ON PAYARCH, 'G' ON ITS OWN GENERATION, 'P' PURGED.  ONLY     11400000
114100*    ONE GENERATION CAN BE READ A RUN, SO A SPLIT-OFF YEAR MUST   11410000
114200*    BE THE WHOLE RANGE.                                          11420000
114300 835-FIND-ARCHIVE-YEARS.                                          11430000
114400     MOVE 2000 TO WS-FROM-YEAR                                    11440000
114500     ADD WS-FROM-YMD-YY TO WS-FROM-YEAR                           11450000
114600     MOVE 2000 TO WS-TO-YEAR                                      11460000
114700     ADD WS-TO-YMD-YY TO WS-TO-YEAR                               11470000
114800     MOVE 'A' TO WS-ARCH-SOURCE                                   11480000
114900     MOVE WS-FROM-YEAR TO WS-ARCH-YEAR                            11490000
115000     OPEN INPUT ARCH-CONTROL-FILE                                 11500000
115100     MOVE "NO" TO AY-EOF-FLAG                                     11510000
115200     PERFORM UNTIL AY-EOF-FLAG = "YES"                            11520000
115300         READ ARCH-CONTROL-FILE                                   11530000
115400           AT END                                                 11540000
115500             MOVE "YES" TO AY-EOF-FLAG                            11550000
115600           NOT AT END                                             11560000
115700             IF AY-YEAR >= WS-FROM-YEAR                           11570000
115800               AND AY-YEAR <= WS-TO-YEAR                          11580000
115900                 IF AY-STATUS = 'P'                               11590000
116000                   AND WS-PURGED-FLAG = "NO"                      11600000
116100                     MOVE "YES" TO WS-PURGED-FLAG                 11610000
116200                     MOVE AY-YEAR TO WS-ARCH-YEAR                 11620000
116300                 ELSE                                             11630000
116400                 IF AY-STATUS = 'G'                               11640000
116500                   AND WS-PURGED-FLAG = "NO"                      11650000
116600                     ADD 1 TO WS-GEN-YEAR-COUNT                   11660000
116700                     MOVE AY-YEAR TO WS-ARCH-YEAR                 11670000
116800                 END-IF                                           11680000
116900                 END-IF                                           11690000
117000             END-IF                                               11700000
117100         END-READ                                                 11710000
117200     END-PERFORM                                                  11720000
117300     CLOSE ARCH-CONTROL-FILE                                      11730000
117400     IF WS-PURGED-FLAG = "YES"                                    11740000
117500         MOVE 'P' TO WS-ARCH-SOURCE                               11750000
117600     ELSE                                                         11760000
117700     IF WS-GEN-YEAR-COUNT > 0                                     11770000
117800         IF WS-FROM-YEAR = WS-TO-YEAR                             11780000
117900             MOVE 'G' TO WS-ARCH-SOURCE                           11790000
118000         ELSE                                                     11800000
118100             MOVE 'X' TO WS-ARCH-SOURCE                           11810000
118200         END-IF                                                   11820000
118300     END-IF                                                       11830000
118400     END-IF                                                       11840000
118500     .                                                            11850000
118600                                                                  11860000
118700 843-LOAD-PAY-TYPES.                                              11870000
118800     OPEN INPUT PAY-TYPE-FILE                                     11880000
118900     MOVE 'NO' TO TY-EOF-FLAG                                     11890000
119000     MOVE 0 TO TY-COUNT                                           11900000
119100     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            11910000
119200         READ PAY-TYPE-FILE                                       11920000
119300           AT END                                                 11930000
119400             MOVE 'YES' TO TY-EOF-FLAG                            11940000
119500           NOT AT END                                             11950000
119600             IF TY-COUNT < 20                                     11960000
119700               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          11970000
119800                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         11980000
119900                 ADD 1 TO TY-COUNT                                11990000
120000                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              12000000
120100                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          12010000
120200                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        12020000
120300             END-IF                                               12030000
120400         END-READ                                                 12040000
120500     END-PERFORM                                                  12050000
120600     CLOSE PAY-TYPE-FILE                                          12060000
120700     IF TY-COUNT = 0                                              12070000
120800         MOVE 2 TO TY-COUNT                                       12080000
120900         MOVE 'S' TO TY-CODE (1)                                  12090000
121000         MOVE 'F' TO TY-METHOD (1)                                12100000
121100         MOVE 'N' TO TY-OT-FLAG (1)                               12110000
121200         MOVE 'H' TO TY-CODE (2)                                  12120000
121300         MOVE 'H' TO TY-METHOD (2)                                12130000
121400         MOVE 'Y' TO TY-OT-FLAG (2)                               12140000
121500     END-IF                                                       12150000
121600     .                                                            12160000
121700                                                                  12170000
121800*    CLASS ROWS NEED A NUMERIC RATE; A ROW OF EITHER KIND THAT    12180000
121900*    IS MALFORMED OR DOES NOT FIT ITS TABLE IS COUNTED, AND THE   12190000
122000*    RUN ENDS RC 8 BECAUSE SOME PAYROLL MAY BE MISCLASSED.        12200000
122100 844-LOAD-WC-CLASSES.                                             12210000
122200     OPEN INPUT WC-CLASS-FILE                                     12220000
122300     MOVE 'NO' TO WCC-EOF-FLAG                                    12230000
122400     MOVE 0 TO CL-COUNT                                           12240000
122500     MOVE 0 TO MP-COUNT                                           12250000
122600     PERFORM UNTIL WCC-EOF-FLAG = 'YES'                           12260000
122700         READ WC-CLASS-FILE                                       12270000
122800           AT END                                                 12280000
122900             MOVE 'YES' TO WCC-EOF-FLAG                           12290000
123000           NOT AT END                                             12300000
123100             IF WCC-REC-TYPE = 'C' AND WCC-RATE NUMERIC           12310000
123200               AND WCC-CLASS NOT = SPACES AND CL-COUNT < 100      12320000
123300                 ADD 1 TO CL-COUNT                                12330000
123400                 MOVE WCC-CLASS TO CL-CLASS (CL-COUNT)            12340000
123500                 MOVE WCC-RATE TO CL-RATE (CL-COUNT)              12350000
123600                 MOVE WCC-DESC TO CL-DESC (CL-COUNT)              12360000
123700             ELSE                                                 12370000
123800             IF WCC-REC-TYPE = 'M' AND MP-COUNT < 200             12380000
123900                 ADD 1 TO MP-COUNT                                12390000
124000                 MOVE WCC-DIV TO MP-DIV (MP-COUNT)                12400000
124100                 MOVE WCC-DEPT TO MP-DEPT (MP-COUNT)              12410000
124200                 MOVE WCC-CLASS TO MP-CLASS (MP-COUNT)            12420000
124300             ELSE                                                 12430000
124400                 ADD 1 TO CTL-DROPPED-COUNT                       12440000
124500             END-IF                                               12450000
124600             END-IF                                               12460000
124700         END-READ                                                 12470000
124800     END-PERFORM                                                  12480000
124900     CLOSE WC-CLASS-FILE                                          12490000
125000     .                                                            12500000
125100                                                                  12510000
125200 846-LOAD-OT-RULES.                                               12520000
125300     OPEN INPUT OT-CONTROL-FILE                                   12530000
125400     MOVE 'NO' TO OT-EOF-FLAG                                     12540000
125500     MOVE 0 TO OT-RULE-COUNT                                      12550000
125600     PERFORM UNTIL OT-EOF-FLAG = 'YES'                            12560000
125700         READ OT-CONTROL-FILE                                     12570000
125800           AT END                                                 12580000
125900             MOVE 'YES' TO OT-EOF-FLAG                            12590000
126000           NOT AT END                                             12600000
126100             IF OT-RULE-COUNT < 50                                12610000
126200                 ADD 1 TO OT-RULE-COUNT                           12620000
126300                 MOVE OTC-DIV TO OTR-DIV (OT-RULE-COUNT)          12630000
126400                 MOVE OTC-THRESHOLD                               12640000
126500                   TO OTR-THRESHOLD (OT-RULE-COUNT)               12650000
126600                 MOVE OTC-MULTIPLIER                              12660000
126700                   TO OTR-MULTIPLIER (OT-RULE-COUNT)              12670000
126800             END-IF                                               12680000
126900         END-READ                                                 12690000
127000     END-PERFORM                                                  12700000
127100     CLOSE OT-CONTROL-FILE                                        12710000
127200     .                                                            12720000
127300                                                                  12730000
127301 848-LOAD-EARN-CODES.                                             12730100
127302     OPEN INPUT EARN-CODE-FILE                                    12730200
127303     MOVE 'NO' TO EC-EOF-FLAG                                     12730300
127304     MOVE 0 TO EC-COUNT                                           12730400
127305     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            12730500
127306         READ EARN-CODE-FILE                                      12730600
127307           AT END                                                 12730700
127308             MOVE 'YES' TO EC-EOF-FLAG                            12730800
127309           NOT AT END                                             12730900
127310             IF EC-COUNT < 10                                     12731000
127311                 ADD 1 TO EC-COUNT                                12731100
127312                 MOVE EC-CODE TO EC-T-CODE (EC-COUNT)             12731200
127313                 MOVE EC-OT-FLAG TO EC-T-OT-FLAG (EC-COUNT)       12731300
127314             ELSE                                                 12731400
127315                 ADD 1 TO SE-DROPPED-COUNT                        12731500
127316             END-IF                                               12731600
127317         END-READ                                                 12731700
127318     END-PERFORM                                                  12731800
127319     CLOSE EARN-CODE-FILE                                         12731900
127320     .                                                            12732000
127321                                                                  12732100
127322*    ONLY THE CARD'S RANGE IS KEPT - THE CONCATENATED PERIOD      12732200
127323*    FILES MAY RUN BACK OVER SEVERAL YEARS.                       12732300
127324 849-LOAD-SUPP-EARNINGS.                                          12732400
127325     OPEN INPUT SUPP-EARN-FILE                                    12732500
127326     MOVE 'NO' TO SE-EOF-FLAG                                     12732600
127327     MOVE 0 TO SE-COUNT                                           12732700
127328     PERFORM UNTIL SE-EOF-FLAG = 'YES'                            12732800
127329         READ SUPP-EARN-FILE                                      12732900
127330           AT END                                                 12733000
127331             MOVE 'YES' TO SE-EOF-FLAG                            12733100
127332           NOT AT END                                             12733200
127333             MOVE SE-PERIOD-END-DATE TO WS-SE-PARTS               12733300
127334             MOVE WS-SE-YY TO WS-SE-YMD-YY                        12733400
127335             MOVE WS-SE-MM TO WS-SE-YMD-MM                        12733500
127336             MOVE WS-SE-DD TO WS-SE-YMD-DD                        12733600
127337             IF WS-SE-YMD >= WS-FROM-YMD                          12733700
127338               AND WS-SE-YMD <= WS-TO-YMD                         12733800
127339                 IF SE-COUNT < 5000                               12733900
127340                     ADD 1 TO SE-COUNT                            12734000
127341                     MOVE SE-ID-NUMBER                            12734100
127342                       TO SE-T-ID-NUMBER (SE-COUNT)               12734200
127343                     MOVE SE-PERIOD-END-DATE                      12734300
127344                       TO SE-T-PERIOD (SE-COUNT)                  12734400
127345                     MOVE SE-EARN-CODE TO SE-T-CODE (SE-COUNT)    12734500
127346                     MOVE SE-AMOUNT TO SE-T-AMOUNT (SE-COUNT)     12734600
127347                     PERFORM 478-FIND-EARN-CODE                   12734700
127348                     MOVE EC-PICKED TO SE-T-EC-SUB (SE-COUNT)     12734800
127349                 ELSE                                             12734900
127350                     ADD 1 TO SE-DROPPED-COUNT                    12735000
127351                 END-IF                                           12735100
127352             END-IF                                               12735200
127353         END-READ                                                 12735300
127354     END-PERFORM                                                  12735400
127355     CLOSE SUPP-EARN-FILE                                         12735500
127356     .                                                            12735600
127357                                                                  12735700
127400 850-GET-DATE.                                                    12740000
127500     ACCEPT WS-DATE FROM DATE                                     12750000
127600     MOVE MM TO H-MM                                              12760000
127700     MOVE DD TO H-DD                                              12770000
127800     MOVE YY TO H-YY                                              12780000
127900     ACCEPT WS-TIME FROM TIME                                     12790000
128000     MOVE HH TO H-HH                                              12800000
128100     MOVE MN TO H-MN                                              12810000
128200     .                                                            12820000
128300                                                                  12830000
128400 900-PRINT-COUNTS.                                                12840000
128500     MOVE SPACES TO WS-PRINT-REC                                  12850000
128600     MOVE 2 TO WS-SPACING                                         12860000
128700     MOVE 'ARCHIVE RECORDS READ:' TO TL-LABEL                     12870000
128800     MOVE REC-COUNT TO TL-COUNT                                   12880000
128900     PERFORM 910-PRINT-TOTAL-LINE                                 12890000
129000     MOVE 'RECORDS IN RANGE:' TO TL-LABEL                         12900000
129100     MOVE RANGE-REC-COUNT TO TL-COUNT                             12910000
129200     PERFORM 910-PRINT-TOTAL-LINE                                 12920000
129300     MOVE 'CLASSED BY EMPMSTR OVERRIDE:' TO TL-LABEL              12930000
129400     MOVE OVERRIDE-COUNT TO TL-COUNT                              12940000
129500     PERFORM 910-PRINT-TOTAL-LINE                                 12950000
129600     MOVE 'RECORDS WITH NO USABLE CLASS:' TO TL-LABEL             12960000
129700     MOVE NO-CLASS-COUNT TO TL-COUNT                              12970000
129800     PERFORM 910-PRINT-TOTAL-LINE                                 12980000
129900     MOVE 'PAY TYPE NOT ON PAYTYPE:' TO TL-LABEL                  12990000
130000     MOVE TY-MISS-COUNT TO TL-COUNT                               13000000
130100     PERFORM 910-PRINT-TOTAL-LINE                                 13010000
130200     IF CTL-DROPPED-COUNT > 0                                     13020000
130300         MOVE 'WCCLASS ROWS NOT LOADED:' TO TL-LABEL              13030000
130400         MOVE CTL-DROPPED-COUNT TO TL-COUNT                       13040000
130500         PERFORM 910-PRINT-TOTAL-LINE                             13050000
130600     END-IF                                                       13060000
130610     IF SE-DROPPED-COUNT > 0                                      13061000
130620         MOVE 'EARNINGS ROWS NOT LOADED:' TO TL-LABEL             13062000
130630         MOVE SE-DROPPED-COUNT TO TL-COUNT                        13063000
130640         PERFORM 910-PRINT-TOTAL-LINE                             13064000
130650     END-IF                                                       13065000
130700     IF WT-DROPPED-COUNT > 0                                      13070000
130800         MOVE 'RECORDS NOT TOTALLED:' TO TL-LABEL                 13080000
130900         MOVE WT-DROPPED-COUNT TO TL-COUNT                        13090000
131000         PERFORM 910-PRINT-TOTAL-LINE                             13100000
131100     END-IF                                                       13110000
131200     IF EX-DROPPED-COUNT > 0                                      13120000
131300         MOVE 'EXCEPTIONS NOT LISTED:' TO TL-LABEL                13130000
131400         MOVE EX-DROPPED-COUNT TO TL-COUNT                        13140000
131500         PERFORM 910-PRINT-TOTAL-LINE                             13150000
131600     END-IF                                                       13160000
131700     .                                                            13170000
131800                                                                  13180000
131900 910-PRINT-TOTAL-LINE.                                            13190000
132000     MOVE WS-TOTAL-LINE TO PR-DETAIL                              13200000
132100     PERFORM 700-PRINT-LINE                                       13210000
132200     .                                                            13220000
132300                                                                  13230000
132400 985-WRITE-AUDIT-LOG.                                             13240000
132500     OPEN EXTEND AUDIT-FILE                                       13250000
132600     MOVE 'WCPREM' TO AUD-PROGRAM                                 13260000
132700     MOVE WS-DATE TO AUD-RUN-DATE                                 13270000
132800     MOVE WS-TIME TO AUD-RUN-TIME                                 13280000
132900     MOVE WS-AUD-PERIOD TO AUD-PERIOD-END                         13290000
133000     MOVE REC-COUNT TO AUD-RECS-READ                              13300000
133100     MOVE ZERO TO AUD-RECS-WRITTEN                                13310000
133200     MOVE EXC-COUNT TO AUD-EXC-COUNT                              13320000
133300     MOVE RETURN-CODE TO AUD-RETURN-CODE                          13330000
133400     WRITE AUD-REC                                                13340000
133500     CLOSE AUDIT-FILE                                             13350000
133600     .                                                            13360000
