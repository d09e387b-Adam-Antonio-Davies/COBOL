001400*    CONSOL VERIFIES.  PUNCHES THAT CANNOT BE PAIRED OR      *    00140000
001500*    THAT CROSS MIDNIGHT COME OUT ON AN EDIT LISTING         *    00150000
001600*    INSTEAD OF BEING SILENTLY DROPPED.                      *    00160000
001610*    HOURS ARE ALSO BUCKETED BY WORKWEEK (THE SEVEN DAYS     *    00161000
001620*    ENDING ON THE PERIOD END DATE, THE SEVEN BEFORE THAT,   *    00162000
001630*    AND SO ON) AND OVERTIME IS WORKED OUT WEEK BY WEEK      *    00163000
001640*    AGAINST THE OTRULES WEEKLY THRESHOLD.  THE WEEKLY OT    *    00164000
001650*    HOURS RIDE ON EACH EXTRACT RECORD WHOSE PAYTYPE PAYS    *    00165000
001660*    OVERTIME (PAY-WEEK-OT) SO THE DOWNSTREAM PAY PROGRAMS   *    00166000
001670*    PAY THE SAME FIGURE, AND EMPLOYEES WHOSE PAY DIFFERS    *    00167000
001680*    FROM THE OLD PERIOD-TOTAL RULE ARE LISTED AT THE END    *    00168000
001681*    OF THE REPORT.                                          *    00168100
001682*    THE INSURANCE DEDUCTION IS NO LONGER JUST THE STANDING  *    00168200
001684*    EMP-DED-INS AMOUNT:  WHEN THE BENENRL ENROLLMENT FILE   *    00168400
001686*    HAS ROWS, PAY-DED-INS IS THE SUM OF THE BENPLAN         *    00168600
001688*    EMPLOYEE PREMIUMS OF EVERY COVERAGE IN FORCE ON THE     *    00168800
001690*    PERIOD END DATE, AND PAY-EMP-DEDS IS ADJUSTED BY THE    *    00169000
001692*    DIFFERENCE.  AN EMPLOYEE WITH NO COVERAGE IN FORCE HAS  *    00169200
001694*    NO INSURANCE WITHHELD.                                  *    00169400
001695*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00169500
001696*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00169600
001697*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00169700
001700*                                                            *    00170000
001800**************************************************************    00180000
001900                                                                  00190000
003500         ACCESS IS RANDOM                                         00350000
003600         RECORD KEY IS EMP-ID-NUMBER.                             00360000
003700     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00370000
003750     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00375000
003800     SELECT OPTIONAL PERIOD-CARD-FILE ASSIGN TO PERCARD.          00380000
003825     SELECT OPTIONAL BENEFIT-PLAN-FILE ASSIGN TO BENPLAN.         00382500
003850     SELECT OPTIONAL ENROLLMENT-FILE ASSIGN TO BENENRL.           00385000
003900     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00390000
004000                                                                  00400000
004100 DATA DIVISION.                                                   00410000
006900 FD  OT-CONTROL-FILE                                              00690000
007000     RECORDING MODE IS F.                                         00700000
007100     COPY OTRULES.                                                00710000
007120                                                                  00712000
007140 FD  PAY-TYPE-FILE                                                00714000
007160     RECORDING MODE IS F.                                         00716000
007180     COPY PAYTYPE.                                                00718000
007200                                                                  00720000
007300 FD  PERIOD-CARD-FILE                                             00730000
007400     RECORDING MODE IS F.                                         00740000
007500 01  PD-REC.                                                      00750000
007600     10  PD-PERIOD-END             PIC 9(06).                     00760000
007700                                                                  00770000
007710 FD  BENEFIT-PLAN-FILE                                            00771000
007720     RECORDING MODE IS F.                                         00772000
007730     COPY BENPLAN.                                                00773000
007740                                                                  00774000
007750 FD  ENROLLMENT-FILE                                              00775000
007760     RECORDING MODE IS F.                                         00776000
007770     COPY BENENRL.                                                00777000
007780                                                                  00778000
007800 FD  AUDIT-FILE                                                   00780000
007900     RECORDING MODE IS F.                                         00790000
008000     COPY AUDITLOG.                                               00800000
012900         15  EM-DED-RET            PIC 9(03)V99.                  01290000
013000         15  EM-DED-GARN           PIC 9(03)V99.                  01300000
013100         15  EM-HOURS              PIC S9(04)V9.                  01310000
013125         15  EM-WEEKS.                                            01312500
013150             20  EM-WEEK           OCCURS 5 TIMES.                01315000
013175                 25  EM-WEEK-HRS   PIC S9(04)V9.                  01317500
013200                                                                  01320000
013300 01  EM-SUB                        PIC 9(03) VALUE ZERO.          01330000
013400 01  EM-PICKED                     PIC 9(03) VALUE ZERO.          01340000
013500 01  WS-EM-HOLD                    PIC X(115) VALUE SPACES.       01350000
013600 01  SRT-I                         PIC 9(03) VALUE ZERO.          01360000
013700 01  SRT-J                         PIC 9(03) VALUE ZERO.          01370000
013800 01  SRT-MIN                       PIC 9(03) VALUE ZERO.          01380000
014500     10  CB-HASH-NET               PIC S9(09)V99 VALUE ZERO.      01450000
014600 01  WS-ABS-HASH-NET               PIC S9(09)V99 VALUE 0.         01460000
014700                                                                  01470000
014705 01  PAY-TYPE-TABLE.                                              01470500
014710     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01471000
014715     10  TY-ITEM                   OCCURS 20 TIMES.               01471500
014720         15  TY-CODE               PIC X(01).                     01472000
014725         15  TY-METHOD             PIC X(01).                     01472500
014730         15  TY-OT-FLAG            PIC X(01).                     01473000
014735                                                                  01473500
014740 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01474000
014745 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01474500
014750 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01475000
014755 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01475500
014760 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01476000
014765                                                                  01476500
014800 01  OT-RULES-TABLE.                                              01480000
014900     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01490000
015000     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01500000
015100         15  OTR-DIV               PIC X(02).                     01510000
015200         15  OTR-THRESHOLD         PIC 9(04)V9.                   01520000
015300         15  OTR-MULTIPLIER        PIC 9(01)V99.                  01530000
015350         15  OTR-WEEK-THRESHOLD    PIC 9(04)V9.                   01535000
015400                                                                  01540000
015500 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01550000
015550 01  WS-OT-WEEK-THRESHOLD          PIC 9(04)V9  VALUE 40.0.       01555000
015600 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01560000
015700 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01570000
015800 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01580000
015900 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01590000
015902                                                                  01590200
015904 01  DAY-CAL-FIELDS.                                              01590400
015906     10  WS-DC-DATE.                                              01590600
015908         15  WS-DC-MM              PIC 9(02).                     01590800
015910         15  WS-DC-DD              PIC 9(02).                     01591000
015912         15  WS-DC-YY              PIC 9(02).                     01591200
015914     10  WS-DC-DAYNUM              PIC 9(06) VALUE ZERO.          01591400
015916     10  WS-PERIOD-DAYNUM          PIC 9(06) VALUE ZERO.          01591600
015918     10  WS-PUNCH-DAYNUM           PIC 9(06) VALUE ZERO.          01591800
015920     10  WS-DAYS-BACK              PIC 9(06) VALUE ZERO.          01592000
015922     10  WS-WEEKS-BACK             PIC 9(04) VALUE ZERO.          01592200
015924     10  WS-LEAP-QUOT              PIC 9(03) VALUE ZERO.          01592400
015926     10  WS-LEAP-REM               PIC 9(01) VALUE ZERO.          01592600
015928     10  WS-LEAP-YEARS             PIC 9(03) VALUE ZERO.          01592800
015930     10  WS-MONTH-SUB              PIC 9(02) VALUE ZERO.          01593000
015932     10  WS-WEEK-SUB               PIC 9(02) VALUE ZERO.          01593200
015934                                                                  01593400
015936 01  DAYS-IN-MONTH-TABLE.                                         01593600
015938     10  FILLER                    PIC X(24) VALUE                01593800
015940         '312831303130313130313031'.                              01594000
015942 01  FILLER REDEFINES DAYS-IN-MONTH-TABLE.                        01594200
015944     10  DIM-DAYS                  OCCURS 12 TIMES PIC 9(02).     01594400
015946                                                                  01594600
015948 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01594800
015950 01  WEEKLY-OT-FIELDS.                                            01595000
015952     10  WS-WEEK-OT-HRS            PIC S9(04)V9  VALUE 0.         01595200
015954     10  WS-WEEK-EXCESS            PIC S9(04)V9  VALUE 0.         01595400
015956     10  WS-PER-OT-HR              PIC S9(04)V9  VALUE 0.         01595600
015958     10  WS-PER-REG-HR             PIC S9(04)V9  VALUE 0.         01595800
015960     10  WS-PER-OT-RATE            PIC S9(05)V99 VALUE 0.         01596000
015962     10  WS-PER-OT-PAY             PIC S9(05)V99 VALUE 0.         01596200
015964     10  WS-PER-REG-PAY            PIC S9(05)V99 VALUE 0.         01596400
015966     10  WS-PER-GROSS              PIC S9(05)V99 VALUE 0.         01596600
015968                                                                  01596800
015970 01  WEEKLY-OT-TABLE.                                             01597000
015972     10  WK-COUNT                  PIC 9(03) VALUE ZERO.          01597200
015974     10  WK-ITEM                   OCCURS 500 TIMES.              01597400
015976         15  WK-ID-NUMBER          PIC X(05).                     01597600
015978         15  WK-LAST-NAME          PIC X(11).                     01597800
015980         15  WK-DIV                PIC X(02).                     01598000
015982         15  WK-HOURS              PIC S9(04)V9.                  01598200
015984         15  WK-PER-OT-HR          PIC S9(04)V9.                  01598400
015986         15  WK-WEEK-OT-HR         PIC S9(04)V9.                  01598600
015988         15  WK-PER-GROSS          PIC S9(05)V99.                 01598800
015990         15  WK-WEEK-GROSS         PIC S9(05)V99.                 01599000
015992 01  WK-SUB                        PIC 9(03) VALUE ZERO.          01599200
016000                                                                  01600000
016100 01  WS-EXTRACT-DATE.                                             01610000
016200     10  XD-MM                     PIC 9(02).                     01620000
016300     10  XD-DD                     PIC 9(02).                     01630000
016400     10  XD-YY                     PIC 9(02).                     01640000
016500                                                                  01650000
016502 01  BENEFIT-PLAN-TABLE.                                          01650200
016504     10  PL-COUNT                  PIC 9(03) VALUE ZERO.          01650400
016506     10  PL-ITEM                   OCCURS 50 TIMES.               01650600
016508         15  PL-PLAN               PIC X(04).                     01650800
016510         15  PL-TIER               PIC X(02).                     01651000
016512         15  PL-EE-PREMIUM         PIC 9(03)V99.                  01651200
016514                                                                  01651400
016516 01  PL-SUB                        PIC 9(03) VALUE ZERO.          01651600
016518 01  PL-PICKED                     PIC 9(03) VALUE ZERO.          01651800
016520 01  PL-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01652000
016522                                                                  01652200
016524 01  ENROLLMENT-TABLE.                                            01652400
016526     10  EN-COUNT                  PIC 9(04) VALUE ZERO.          01652600
016528     10  EN-ITEM                   OCCURS 2000 TIMES.             01652800
016530         15  EN-ID-NUMBER          PIC X(05).                     01653000
016532         15  EN-PLAN               PIC X(04).                     01653200
016534         15  EN-TIER               PIC X(02).                     01653400
016536         15  EN-START-DATE         PIC X(08).                     01653600
016538         15  EN-END-DATE           PIC X(08).                     01653800
016540                                                                  01654000
016542 01  EN-SUB                        PIC 9(04) VALUE ZERO.          01654200
016544 01  EN-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01654400
016546 01  EN-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01654600
016548                                                                  01654800
016550 01  BENEFIT-FIELDS.                                              01655000
016552     10  WS-INS-AMOUNT             PIC 9(05)V99 VALUE 0.          01655200
016554     10  WS-OTHER-DEDS             PIC 9(03)V99 VALUE 0.          01655400
016556     10  WS-NEW-DEDS               PIC 9(05)V99 VALUE 0.          01655600
016558     10  BEN-DERIVED-COUNT         PIC 9(05) VALUE ZERO.          01655800
016560     10  BEN-EXC-COUNT             PIC 9(05) VALUE ZERO.          01656000
016562                                                                  01656200
016564 01  WS-PERIOD-BOUNDARY.                                          01656400
016566     10  WS-PER-BND-CC             PIC 9(02) VALUE 20.            01656600
016568     10  WS-PER-BND-YY             PIC 9(02) VALUE ZERO.          01656800
016570     10  WS-PER-BND-MM             PIC 9(02) VALUE ZERO.          01657000
016572     10  WS-PER-BND-DD             PIC 9(02) VALUE ZERO.          01657200
016574                                                                  01657400
016600 01  WS-REC-COUNT-LINE.                                           01660000
016700     10  FILLER                    PIC X(14) VALUE                01670000
016800         'PUNCHES READ: '.                                        01680000
018900         10  PR-OUT-TIME           PIC X(04).                     01890000
019000         10  FILLER                PIC X(02).                     01900000
019100         10  PR-REASON             PIC X(42).                     01910000
019110     05  PR-BENEFIT-DETAIL REDEFINES PR-DETAIL.                   01911000
019120         10  FILLER                PIC X(08).                     01912000
019130         10  PR-BEN-PLAN           PIC X(04).                     01913000
019140         10  FILLER                PIC X(02).                     01914000
019150         10  PR-BEN-TIER           PIC X(02).                     01915000
019160         10  FILLER                PIC X(54).                     01916000
019200     05  FILLER                    PIC X(62).                     01920000
019300                                                                  01930000
019400 01  WS-DATE.                                                     01940000
024100     10  WS-PP-MM                  PIC 9(02).                     02410000
024200     10  WS-PP-DD                  PIC 9(02).                     02420000
024300     10  WS-PP-YY                  PIC 9(02).                     02430000
024302                                                                  02430200
024304 01  WS-WK-HEAD-1.                                                02430400
024306     10  FILLER                    PIC X(01) VALUE SPACES.        02430600
024308     10  FILLER                    PIC X(50) VALUE                02430800
024310         'WORKWEEK OVERTIME - PAY CHANGED FROM PERIOD RULE  '.    02431000
024312                                                                  02431200
024314 01  WS-WK-HEAD-2.                                                02431400
024316     10  FILLER                    PIC X(40) VALUE                02431600
024318         ' EMP#  LAST NAME   DV  HOURS PERIOD-OT  '.              02431800
024320     10  FILLER                    PIC X(40) VALUE                02432000
024322         ' WEEK-OT  PERIOD-GROSS  WEEKLY-GROSS    '.              02432200
024324     10  FILLER                    PIC X(10) VALUE                02432400
024326         'CHANGE    '.                                            02432600
024328                                                                  02432800
024330 01  WS-WK-DETAIL.                                                02433000
024332     10  FILLER                    PIC X(01) VALUE SPACES.        02433200
024334     10  WKD-ID-NUMBER             PIC X(05).                     02433400
024336     10  FILLER                    PIC X(01) VALUE SPACES.        02433600
024338     10  WKD-LAST-NAME             PIC X(11).                     02433800
024340     10  FILLER                    PIC X(01) VALUE SPACES.        02434000
024342     10  WKD-DIV                   PIC X(02).                     02434200
024344     10  FILLER                    PIC X(01) VALUE SPACES.        02434400
024346     10  WKD-HOURS                 PIC ZZZ9.9.                    02434600
024348     10  FILLER                    PIC X(04) VALUE SPACES.        02434800
024350     10  WKD-PER-OT-HR             PIC ZZZ9.9.                    02435000
024352     10  FILLER                    PIC X(03) VALUE SPACES.        02435200
024354     10  WKD-WEEK-OT-HR            PIC ZZZ9.9.                    02435400
024356     10  FILLER                    PIC X(04) VALUE SPACES.        02435600
024358     10  WKD-PER-GROSS             PIC ZZ,ZZ9.99-.                02435800
024360     10  FILLER                    PIC X(04) VALUE SPACES.        02436000
024362     10  WKD-WEEK-GROSS            PIC ZZ,ZZ9.99-.                02436200
024364     10  FILLER                    PIC X(02) VALUE SPACES.        02436400
024366     10  WKD-CHANGE                PIC ZZ,ZZ9.99-.                02436600
024400                                                                  02440000
024500 PROCEDURE DIVISION.                                              02450000
024600                                                                  02460000
024900     PERFORM 830-READ-PERIOD-CARD                                 02490000
025000     PERFORM 850-GET-DATE                                         02500000
025100     PERFORM 800-PRINT-HEADINGS                                   02510000
025125     PERFORM 847-LOAD-BENEFIT-PLANS                               02512500
025150     PERFORM 848-LOAD-ENROLLMENTS                                 02515000
025200     IF WS-PERIOD-OK-FLAG = "NO"                                  02520000
025300         MOVE 'NO PERCARD - RUN REFUSED' TO PR-REASON             02530000
025400         PERFORM 700-PRINT-LINE                                   02540000
025500         MOVE 8 TO RETURN-CODE                                    02550000
025600     ELSE                                                         02560000
025610     IF EN-DROPPED-COUNT > 0                                      02561000
025620         MOVE 'BENENRL OVER 2000 ROWS - RUN REFUSED' TO PR-REASON 02562000
025630         PERFORM 700-PRINT-LINE                                   02563000
025640         MOVE 8 TO RETURN-CODE                                    02564000
025650     ELSE                                                         02565000
025700         PERFORM 846-LOAD-OT-RULES                                02570000
025720         PERFORM 843-LOAD-PAY-TYPES                               02572000
025725         MOVE WS-PERIOD-END TO WS-DC-DATE                         02572500
025750         PERFORM 475-DAY-NUMBER                                   02575000
025775         MOVE WS-DC-DAYNUM TO WS-PERIOD-DAYNUM                    02577500
025800         OPEN INPUT EMPLOYEE-MASTER-FILE                          02580000
025900         OPEN INPUT PUNCH-FILE                                    02590000
026000         PERFORM 100-READ-INPUT                                   02600000
026500         PERFORM 580-SORT-TABLE                                   02650000
026600         PERFORM 600-WRITE-EXTRACTS                               02660000
026700         PERFORM 900-PRINT-FINAL-TOTALS                           02670000
026750         PERFORM 910-PRINT-WEEKLY-OT-LIST                         02675000
026800         IF REC-COUNT <= 1                                        02680000
026900             MOVE 8 TO RETURN-CODE                                02690000
027000         ELSE                                                     02700000
027200                 MOVE 4 TO RETURN-CODE                            02720000
027300             END-IF                                               02730000
027400         END-IF                                                   02740000
027450     END-IF                                                       02745000
027500     END-IF                                                       02750000
027600     CLOSE PRINT-FILE                                             02760000
027700     PERFORM 985-WRITE-AUDIT-LOG                                  02770000
034800     END-IF                                                       03480000
034900     IF EM-PICKED > 0                                             03490000
035000         ADD WS-PUNCH-HRS TO EM-HOURS (EM-PICKED)                 03500000
035025         PERFORM 470-FIND-WORKWEEK                                03502500
035050         ADD WS-PUNCH-HRS TO EM-WEEK-HRS (EM-PICKED WS-WEEK-SUB)  03505000
035100         ADD 1 TO PAIRED-COUNT                                    03510000
035200     END-IF                                                       03520000
035300     .                                                            03530000
039000         MOVE EMP-PER-DEDS TO EM-DEDS (EM-COUNT)                  03900000
039100         MOVE EMP-DED-TAX TO EM-DED-TAX (EM-COUNT)                03910000
039200         MOVE EMP-DED-INS TO EM-DED-INS (EM-COUNT)                03920000
039225         IF EN-COUNT > 0                                          03922500
039250             PERFORM 425-DERIVE-INSURANCE                         03925000
039275         END-IF                                                   03927500
039300         MOVE EMP-DED-RET TO EM-DED-RET (EM-COUNT)                03930000
039400         MOVE EMP-DED-GARN TO EM-DED-GARN (EM-COUNT)              03940000
039500         MOVE 0 TO EM-HOURS (EM-COUNT)                            03950000
039550         INITIALIZE EM-WEEKS (EM-COUNT)                           03955000
039600         MOVE EM-COUNT TO EM-PICKED                               03960000
039700     END-IF                                                       03970000
039800     END-IF                                                       03980000
039900     .                                                            03990000
040000                                                                  04000000
040001 425-DERIVE-INSURANCE.                                            04000100
040002     MOVE 0 TO WS-INS-AMOUNT                                      04000200
040003     MOVE 1 TO EN-SUB                                             04000300
040004     PERFORM 426-ENROLLMENT-SCAN                                  04000400
040005       UNTIL EN-SUB > EN-COUNT                                    04000500
040006     IF EMP-PER-DEDS < EMP-DED-INS                                04000600
040007         MOVE EMP-PER-DEDS TO WS-OTHER-DEDS                       04000700
040008     ELSE                                                         04000800
040009         SUBTRACT EMP-DED-INS FROM EMP-PER-DEDS                   04000900
040010           GIVING WS-OTHER-DEDS                                   04001000
040011     END-IF                                                       04001100
040012     ADD WS-OTHER-DEDS WS-INS-AMOUNT GIVING WS-NEW-DEDS           04001200
040013     IF WS-NEW-DEDS > 999.99                                      04001300
040014         MOVE '** ENROLLED PREMIUMS OVER 999.99 - NOT USED'       04001400
040015             TO PR-REASON                                         04001500
040016         PERFORM 428-PRINT-BENEFIT-ERROR                          04001600
040017     ELSE                                                         04001700
040018         MOVE WS-INS-AMOUNT TO EM-DED-INS (EM-COUNT)              04001800
040019         MOVE WS-NEW-DEDS TO EM-DEDS (EM-COUNT)                   04001900
040020         ADD 1 TO BEN-DERIVED-COUNT                               04002000
040021     END-IF                                                       04002100
040022     .                                                            04002200
040023                                                                  04002300
040024 426-ENROLLMENT-SCAN.                                             04002400
040025     IF EN-ID-NUMBER (EN-SUB) = EMP-ID-NUMBER                     04002500
040026       AND EN-START-DATE (EN-SUB) <= WS-PERIOD-BOUNDARY           04002600
040027         IF EN-END-DATE (EN-SUB) = SPACES                         04002700
040028           OR EN-END-DATE (EN-SUB) >= WS-PERIOD-BOUNDARY          04002800
040029             PERFORM 427-ADD-PLAN-PREMIUM                         04002900
040030         END-IF                                                   04003000
040031     END-IF                                                       04003100
040032     ADD 1 TO EN-SUB                                              04003200
040033     .                                                            04003300
040034                                                                  04003400
040035 427-ADD-PLAN-PREMIUM.                                            04003500
040036     MOVE 0 TO PL-PICKED                                          04003600
040037     MOVE 1 TO PL-SUB                                             04003700
040038     PERFORM 429-PLAN-SCAN                                        04003800
040039       UNTIL PL-PICKED > 0                                        04003900
040040       OR PL-SUB > PL-COUNT                                       04004000
040041     IF PL-PICKED = 0                                             04004100
040042         MOVE '** ENROLLED PLAN/TIER NOT ON BENPLAN' TO PR-REASON 04004200
040043         MOVE EN-PLAN (EN-SUB) TO PR-BEN-PLAN                     04004300
040044         MOVE EN-TIER (EN-SUB) TO PR-BEN-TIER                     04004400
040045         PERFORM 428-PRINT-BENEFIT-ERROR                          04004500
040046     ELSE                                                         04004600
040047         ADD PL-EE-PREMIUM (PL-PICKED) TO WS-INS-AMOUNT           04004700
040048     END-IF                                                       04004800
040049     .                                                            04004900
040050                                                                  04005000
040051 428-PRINT-BENEFIT-ERROR.                                         04005100
040052     ADD 1 TO EXC-COUNT                                           04005200
040053     ADD 1 TO BEN-EXC-COUNT                                       04005300
040054     MOVE EMP-ID-NUMBER TO PR-ID-NUMBER                           04005400
040055     PERFORM 700-PRINT-LINE                                       04005500
040056     .                                                            04005600
040057                                                                  04005700
040058 429-PLAN-SCAN.                                                   04005800
040059     IF PL-PLAN (PL-SUB) = EN-PLAN (EN-SUB)                       04005900
040060       AND PL-TIER (PL-SUB) = EN-TIER (EN-SUB)                    04006000
040061         MOVE PL-SUB TO PL-PICKED                                 04006100
040062     ELSE                                                         04006200
040063         ADD 1 TO PL-SUB                                          04006300
040064     END-IF                                                       04006400
040065     .                                                            04006500
040066                                                                  04006600
040100 450-CAL-NET-PAY.                                                 04010000
040200     INITIALIZE PAY-CAL-FIELDS                                    04020000
040300     PERFORM 455-OT-RULE-LOOKUP                                   04030000
040400     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          04040000
040450     PERFORM 345-PAY-TYPE-LOOKUP                                  04045000
040500     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              04050000
040600         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        04060000
040700     ELSE                                                         04070000
040800     IF TY-FOUND-FLAG = 'YES'                                     04080000
040900         PERFORM 460-HOURLY                                       04090000
040925         IF WS-TY-OT-FLAG = 'Y' AND PAY-WEEK-OT-IND = 'W'         04092500
040950             PERFORM 465-CHECK-WEEKLY-CHANGE                      04095000
040975         END-IF                                                   04097500
041000     ELSE                                                         04100000
041100         MOVE 0 TO PC-GROSS-PAY                                   04110000
041200     END-IF                                                       04120000
043000     IF OT-FOUND-FLAG = 'YES'                                     04300000
043100         MOVE OTR-THRESHOLD (OT-SUB) TO WS-OT-THRESHOLD           04310000
043200         MOVE OTR-MULTIPLIER (OT-SUB) TO WS-OT-MULTIPLIER         04320000
043250         MOVE OTR-WEEK-THRESHOLD (OT-SUB) TO WS-OT-WEEK-THRESHOLD 04325000
043300     ELSE                                                         04330000
043400         MOVE 40.0 TO WS-OT-THRESHOLD                             04340000
043500         MOVE 1.50 TO WS-OT-MULTIPLIER                            04350000
043550         MOVE 40.0 TO WS-OT-WEEK-THRESHOLD                        04355000
043600     END-IF                                                       04360000
043700     .                                                            04370000
043800                                                                  04380000
045100         ADD 1 TO OT-SUB                                          04510000
045200     END-IF                                                       04520000
045300     .                                                            04530000
045305                                                                  04530500
045310 458-SET-OT-LIMIT.                                                04531000
045315     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       04531500
045320     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               04532000
045325         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 04532500
045330           GIVING WS-OT-HR-LIMIT                                  04533000
045335         IF WS-OT-HR-LIMIT < 0                                    04533500
045340             MOVE 0 TO WS-OT-HR-LIMIT                             04534000
045345         END-IF                                                   04534500
045350     END-IF                                                       04535000
045351     IF WS-TY-OT-FLAG NOT = 'Y'                                   04535100
045352         MOVE 9999.9 TO WS-OT-HR-LIMIT                            04535200
045353     END-IF                                                       04535300
045355     .                                                            04535500
045400                                                                  04540000
045500 460-HOURLY.                                                      04550000
045550     PERFORM 458-SET-OT-LIMIT                                     04555000
045600     IF PC-HR-USED > WS-OT-HR-LIMIT                               04560000
045700         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  04570000
045800           GIVING PC-OT-HR                                        04580000
045900         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         04590000
046000         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                04600000
046100           GIVING PC-OT-RATE ROUNDED                              04610000
046200         MULTIPLY PC-OT-RATE BY PC-OT-HR                          04620000
047100     ADD PC-OT-PAY TO PC-GROSS-PAY                                04710000
047200     ADD PC-REG-PAY TO PC-GROSS-PAY                               04720000
047300     .                                                            04730000
047301                                                                  04730100
047302 465-CHECK-WEEKLY-CHANGE.                                         04730200
047303     IF PC-HR-USED > WS-OT-THRESHOLD                              04730300
047304         SUBTRACT WS-OT-THRESHOLD FROM PC-HR-USED                 04730400
047305           GIVING WS-PER-OT-HR                                    04730500
047306     ELSE                                                         04730600
047307         MOVE 0 TO WS-PER-OT-HR                                   04730700
047308     END-IF                                                       04730800
047309     IF WS-PER-OT-HR NOT = PC-OT-HR                               04730900
047310         SUBTRACT WS-PER-OT-HR FROM PC-HR-USED                    04731000
047311           GIVING WS-PER-REG-HR                                   04731100
047312         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                04731200
047313           GIVING WS-PER-OT-RATE ROUNDED                          04731300
047314         MULTIPLY WS-PER-OT-RATE BY WS-PER-OT-HR                  04731400
047315           GIVING WS-PER-OT-PAY ROUNDED                           04731500
047316         MULTIPLY PAY-EMP-RATE BY WS-PER-REG-HR                   04731600
047317           GIVING WS-PER-REG-PAY ROUNDED                          04731700
047318         ADD WS-PER-OT-PAY WS-PER-REG-PAY GIVING WS-PER-GROSS     04731800
047319         IF WK-COUNT < 500                                        04731900
047320             ADD 1 TO WK-COUNT                                    04732000
047321             MOVE PAY-ID-NUMBER TO WK-ID-NUMBER (WK-COUNT)        04732100
047322             MOVE PAY-LAST-NAME TO WK-LAST-NAME (WK-COUNT)        04732200
047323             MOVE PAY-DIV TO WK-DIV (WK-COUNT)                    04732300
047324             MOVE PC-HR-USED TO WK-HOURS (WK-COUNT)               04732400
047325             MOVE WS-PER-OT-HR TO WK-PER-OT-HR (WK-COUNT)         04732500
047326             MOVE PC-OT-HR TO WK-WEEK-OT-HR (WK-COUNT)            04732600
047327             MOVE WS-PER-GROSS TO WK-PER-GROSS (WK-COUNT)         04732700
047328             MOVE PC-GROSS-PAY TO WK-WEEK-GROSS (WK-COUNT)        04732800
047329         END-IF                                                   04732900
047330     END-IF                                                       04733000
047331     .                                                            04733100
047332                                                                  04733200
047333 470-FIND-WORKWEEK.                                               04733300
047334     MOVE 1 TO WS-WEEK-SUB                                        04733400
047335     MOVE 0 TO WS-PUNCH-DAYNUM                                    04733500
047336     IF PN-PUNCH-DATE NUMERIC                                     04733600
047337         MOVE PN-PUNCH-DATE TO WS-DC-DATE                         04733700
047338         PERFORM 475-DAY-NUMBER                                   04733800
047339         MOVE WS-DC-DAYNUM TO WS-PUNCH-DAYNUM                     04733900
047340     END-IF                                                       04734000
047341     IF WS-PUNCH-DAYNUM > 0                                       04734100
047342       AND WS-PUNCH-DAYNUM < WS-PERIOD-DAYNUM                     04734200
047343         SUBTRACT WS-PUNCH-DAYNUM FROM WS-PERIOD-DAYNUM           04734300
047344           GIVING WS-DAYS-BACK                                    04734400
047345         DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEKS-BACK            04734500
047346         IF WS-WEEKS-BACK > 4                                     04734600
047347             MOVE 5 TO WS-WEEK-SUB                                04734700
047348         ELSE                                                     04734800
047349             ADD 1 WS-WEEKS-BACK GIVING WS-WEEK-SUB               04734900
047350         END-IF                                                   04735000
047351     END-IF                                                       04735100
047352     .                                                            04735200
047353                                                                  04735300
047354 475-DAY-NUMBER.                                                  04735400
047355     MOVE 0 TO WS-DC-DAYNUM                                       04735500
047356     IF WS-DC-MM > 0 AND WS-DC-MM < 13                            04735600
047357         DIVIDE WS-DC-YY BY 4 GIVING WS-LEAP-QUOT                 04735700
047358             REMAINDER WS-LEAP-REM                                04735800
047359         IF WS-LEAP-REM = 0                                       04735900
047360             MOVE 29 TO DIM-DAYS (2)                              04736000
047361         ELSE                                                     04736100
047362             MOVE 28 TO DIM-DAYS (2)                              04736200
047363         END-IF                                                   04736300
047364         MULTIPLY WS-DC-YY BY 365 GIVING WS-DC-DAYNUM             04736400
047365         ADD 3 WS-DC-YY GIVING WS-LEAP-YEARS                      04736500
047366         DIVIDE WS-LEAP-YEARS BY 4 GIVING WS-LEAP-YEARS           04736600
047367         ADD WS-LEAP-YEARS TO WS-DC-DAYNUM                        04736700
047368         ADD WS-DC-DD TO WS-DC-DAYNUM                             04736800
047369         MOVE 1 TO WS-MONTH-SUB                                   04736900
047370         PERFORM 476-ADD-MONTH-DAYS                               04737000
047371           UNTIL WS-MONTH-SUB >= WS-DC-MM                         04737100
047372     END-IF                                                       04737200
047373     .                                                            04737300
047374                                                                  04737400
047375 476-ADD-MONTH-DAYS.                                              04737500
047376     ADD DIM-DAYS (WS-MONTH-SUB) TO WS-DC-DAYNUM                  04737600
047377     ADD 1 TO WS-MONTH-SUB                                        04737700
047378     .                                                            04737800
047400                                                                  04740000
047500 580-SORT-TABLE.                                                  04750000
047600     MOVE 1 TO SRT-I                                              04760000
056200     MOVE ZERO TO PAY-ADJ-MM                                      05620000
056300     MOVE ZERO TO PAY-ADJ-DD                                      05630000
056400     MOVE ZERO TO PAY-ADJ-YY                                      05640000
056410     PERFORM 345-PAY-TYPE-LOOKUP                                  05641000
056420     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD NOT = 'F'          05642000
056430       AND WS-TY-OT-FLAG = 'Y'                                    05643000
056450         PERFORM 627-WEEKLY-OT                                    05645000
056475     END-IF                                                       05647500
056500     .                                                            05650000
056504                                                                  05650400
056508 627-WEEKLY-OT.                                                   05650800
056512     PERFORM 455-OT-RULE-LOOKUP                                   05651200
056516     MOVE 0 TO WS-WEEK-OT-HRS                                     05651600
056520     MOVE 1 TO WS-WEEK-SUB                                        05652000
056524     PERFORM 628-WEEK-OT-ADD                                      05652400
056528       UNTIL WS-WEEK-SUB > 5                                      05652800
056532     MOVE 'W' TO PAY-WEEK-OT-IND                                  05653200
056536     MOVE WS-WEEK-OT-HRS TO PAY-WEEK-OT-HRS                       05653600
056540     .                                                            05654000
056544                                                                  05654400
056548 628-WEEK-OT-ADD.                                                 05654800
056552     IF EM-WEEK-HRS (EM-SUB WS-WEEK-SUB) > WS-OT-WEEK-THRESHOLD   05655200
056556         SUBTRACT WS-OT-WEEK-THRESHOLD                            05655600
056560           FROM EM-WEEK-HRS (EM-SUB WS-WEEK-SUB)                  05656000
056564           GIVING WS-WEEK-EXCESS                                  05656400
056568         ADD WS-WEEK-EXCESS TO WS-WEEK-OT-HRS                     05656800
056572     END-IF                                                       05657200
056576     ADD 1 TO WS-WEEK-SUB                                         05657600
056580     .                                                            05658000
056600                                                                  05660000
056700 630-WRITE-BATCH-TRAILER.                                         05670000
056800     MOVE CB-HASH-NET TO WS-ABS-HASH-NET                          05680000
064300             MOVE OTC-DIV TO OTR-DIV (OT-RULE-COUNT)              06430000
064400             MOVE OTC-THRESHOLD TO OTR-THRESHOLD (OT-RULE-COUNT)  06440000
064500     MOVE OTC-MULTIPLIER TO OTR-MULTIPLIER (OT-RULE-COUNT)        06450000
064510             IF OTC-WEEK-THRESHOLD NUMERIC                        06451000
064520               AND OTC-WEEK-THRESHOLD > 0                         06452000
064530                 MOVE OTC-WEEK-THRESHOLD                          06453000
064540                     TO OTR-WEEK-THRESHOLD (OT-RULE-COUNT)        06454000
064550             ELSE                                                 06455000
064560                 MOVE 40.0 TO OTR-WEEK-THRESHOLD (OT-RULE-COUNT)  06456000
064570             END-IF                                               06457000
064600     END-IF                                                       06460000
064700     END-PERFORM                                                  06470000
064800     CLOSE OT-CONTROL-FILE                                        06480000
064900     .                                                            06490000
064902                                                                  06490200
064904 847-LOAD-BENEFIT-PLANS.                                          06490400
064906     OPEN INPUT BENEFIT-PLAN-FILE                                 06490600
064908     MOVE 'NO' TO PL-EOF-FLAG                                     06490800
064910     MOVE 0 TO PL-COUNT                                           06491000
064912     PERFORM UNTIL PL-EOF-FLAG = 'YES'                            06491200
064914         READ BENEFIT-PLAN-FILE                                   06491400
064916           AT END                                                 06491600
064918             MOVE 'YES' TO PL-EOF-FLAG                            06491800
064920           NOT AT END                                             06492000
064922             IF PL-COUNT < 50                                     06492200
064924                 ADD 1 TO PL-COUNT                                06492400
064926                 MOVE BP-PLAN TO PL-PLAN (PL-COUNT)               06492600
064928                 MOVE BP-TIER TO PL-TIER (PL-COUNT)               06492800
064930                 MOVE BP-EE-PREMIUM TO PL-EE-PREMIUM (PL-COUNT)   06493000
064932             END-IF                                               06493200
064934         END-READ                                                 06493400
064936     END-PERFORM                                                  06493600
064938     CLOSE BENEFIT-PLAN-FILE                                      06493800
064940     .                                                            06494000
064942                                                                  06494200
064944 848-LOAD-ENROLLMENTS.                                            06494400
064946     MOVE WS-PP-YY TO WS-PER-BND-YY                               06494600
064948     MOVE WS-PP-MM TO WS-PER-BND-MM                               06494800
064950     MOVE WS-PP-DD TO WS-PER-BND-DD                               06495000
064952     OPEN INPUT ENROLLMENT-FILE                                   06495200
064954     MOVE 'NO' TO EN-EOF-FLAG                                     06495400
064956     MOVE 0 TO EN-COUNT                                           06495600
064958     PERFORM UNTIL EN-EOF-FLAG = 'YES'                            06495800
064960         READ ENROLLMENT-FILE                                     06496000
064962           AT END                                                 06496200
064964             MOVE 'YES' TO EN-EOF-FLAG                            06496400
064966           NOT AT END                                             06496600
064968             IF EN-COUNT < 2000                                   06496800
064970                 ADD 1 TO EN-COUNT                                06497000
064972                 MOVE BE-ID-NUMBER TO EN-ID-NUMBER (EN-COUNT)     06497200
064974                 MOVE BE-PLAN TO EN-PLAN (EN-COUNT)               06497400
064976                 MOVE BE-TIER TO EN-TIER (EN-COUNT)               06497600
064978                 MOVE BE-START-DATE TO EN-START-DATE (EN-COUNT)   06497800
064980                 MOVE BE-END-DATE TO EN-END-DATE (EN-COUNT)       06498000
064982             ELSE                                                 06498200
064984                 ADD 1 TO EN-DROPPED-COUNT                        06498400
064986             END-IF                                               06498600
064988         END-READ                                                 06498800
064990     END-PERFORM                                                  06499000
064992     CLOSE ENROLLMENT-FILE                                        06499200
064994     .                                                            06499400
065000                                                                  06500000
065100 850-GET-DATE.                                                    06510000
065200     ACCEPT WS-DATE FROM DATE                                     06520000
067400     PERFORM 700-PRINT-LINE                                       06740000
067500     MOVE SPACES TO WS-PRINT-REC                                  06750000
067600     MOVE 'PUNCH EDIT ERRORS:' TO TL-LABEL                        06760000
067700     SUBTRACT BEN-EXC-COUNT FROM EXC-COUNT GIVING TL-COUNT        06770000
067800     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06780000
067900     PERFORM 700-PRINT-LINE                                       06790000
068000     MOVE SPACES TO WS-PRINT-REC                                  06800000
069200     MOVE EXTRACT-COUNT TO TL-COUNT                               06920000
069300     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06930000
069400     PERFORM 700-PRINT-LINE                                       06940000
069410     MOVE SPACES TO WS-PRINT-REC                                  06941000
069420     MOVE 'WEEKLY OT PAY CHANGES:' TO TL-LABEL                    06942000
069430     MOVE WK-COUNT TO TL-COUNT                                    06943000
069440     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06944000
069450     PERFORM 700-PRINT-LINE                                       06945000
069454     MOVE SPACES TO WS-PRINT-REC                                  06945400
069458     MOVE 'INS FROM ENROLLMENT:' TO TL-LABEL                      06945800
069462     MOVE BEN-DERIVED-COUNT TO TL-COUNT                           06946200
069466     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06946600
069470     PERFORM 700-PRINT-LINE                                       06947000
069474     MOVE SPACES TO WS-PRINT-REC                                  06947400
069478     MOVE 'BENEFIT EXCEPTIONS:' TO TL-LABEL                       06947800
069482     MOVE BEN-EXC-COUNT TO TL-COUNT                               06948200
069486     MOVE WS-TOTAL-LINE TO PR-DETAIL                              06948600
069490     PERFORM 700-PRINT-LINE                                       06949000
069500     .                                                            06950000
069502                                                                  06950200
069504 910-PRINT-WEEKLY-OT-LIST.                                        06950400
069506     IF WK-COUNT > 0                                              06950600
069508         MOVE WS-WK-HEAD-1 TO WS-PRINT-REC                        06950800
069510         MOVE 3 TO WS-SPACING                                     06951000
069512         PERFORM 700-PRINT-LINE                                   06951200
069514         MOVE WS-WK-HEAD-2 TO WS-PRINT-REC                        06951400
069516         MOVE 2 TO WS-SPACING                                     06951600
069518         PERFORM 700-PRINT-LINE                                   06951800
069520         MOVE 1 TO WK-SUB                                         06952000
069522         PERFORM 915-PRINT-WEEKLY-OT-LINE                         06952200
069524           UNTIL WK-SUB > WK-COUNT                                06952400
069526     END-IF                                                       06952600
069528     .                                                            06952800
069530                                                                  06953000
069532 915-PRINT-WEEKLY-OT-LINE.                                        06953200
069534     MOVE WK-ID-NUMBER (WK-SUB) TO WKD-ID-NUMBER                  06953400
069536     MOVE WK-LAST-NAME (WK-SUB) TO WKD-LAST-NAME                  06953600
069538     MOVE WK-DIV (WK-SUB) TO WKD-DIV                              06953800
069540     MOVE WK-HOURS (WK-SUB) TO WKD-HOURS                          06954000
069542     MOVE WK-PER-OT-HR (WK-SUB) TO WKD-PER-OT-HR                  06954200
069544     MOVE WK-WEEK-OT-HR (WK-SUB) TO WKD-WEEK-OT-HR                06954400
069546     MOVE WK-PER-GROSS (WK-SUB) TO WKD-PER-GROSS                  06954600
069548     MOVE WK-WEEK-GROSS (WK-SUB) TO WKD-WEEK-GROSS                06954800
069550     SUBTRACT WK-PER-GROSS (WK-SUB) FROM WK-WEEK-GROSS (WK-SUB)   06955000
069552       GIVING WKD-CHANGE                                          06955200
069554     MOVE WS-WK-DETAIL TO WS-PRINT-REC                            06955400
069556     PERFORM 700-PRINT-LINE                                       06955600
069558     ADD 1 TO WK-SUB                                              06955800
069560     .                                                            06956000
069600                                                                  06960000
069700 985-WRITE-AUDIT-LOG.                                             06970000
069800     OPEN EXTEND AUDIT-FILE                                       06980000
070700     WRITE AUD-REC                                                07070000
070800     CLOSE AUDIT-FILE                                             07080000
070900     .                                                            07090000
071000                                                                  07100000
071100 843-LOAD-PAY-TYPES.                                              07110000
071200     OPEN INPUT PAY-TYPE-FILE                                     07120000
071300     MOVE 'NO' TO TY-EOF-FLAG                                     07130000
071400     MOVE 0 TO TY-COUNT                                           07140000
071500     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            07150000
071600         READ PAY-TYPE-FILE                                       07160000
071700           AT END                                                 07170000
071800             MOVE 'YES' TO TY-EOF-FLAG                            07180000
071900           NOT AT END                                             07190000
072000             IF TY-COUNT < 20                                     07200000
072100               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          07210000
072200                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         07220000
072300                 ADD 1 TO TY-COUNT                                07230000
072400                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              07240000
072500                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          07250000
072600                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        07260000
072700             END-IF                                               07270000
072800         END-READ                                                 07280000
072900     END-PERFORM                                                  07290000
073000     CLOSE PAY-TYPE-FILE                                          07300000
073100     IF TY-COUNT = 0                                              07310000
073200         MOVE 2 TO TY-COUNT                                       07320000
073300         MOVE 'S' TO TY-CODE (1)                                  07330000
073400         MOVE 'F' TO TY-METHOD (1)                                07340000
073500         MOVE 'N' TO TY-OT-FLAG (1)                               07350000
073600         MOVE 'H' TO TY-CODE (2)                                  07360000
073700         MOVE 'H' TO TY-METHOD (2)                                07370000
073800         MOVE 'Y' TO TY-OT-FLAG (2)                               07380000
073900     END-IF                                                       07390000
074000     .                                                            07400000
074100                                                                  07410000
074200 345-PAY-TYPE-LOOKUP.                                             07420000
074300     MOVE 'NO' TO TY-FOUND-FLAG                                   07430000
074400     MOVE SPACE TO WS-TY-METHOD                                   07440000
074500     MOVE 'N' TO WS-TY-OT-FLAG                                    07450000
074600     MOVE 1 TO TY-SUB                                             07460000
074700     PERFORM 346-PAY-TYPE-SCAN                                    07470000
074800       UNTIL TY-FOUND-FLAG = 'YES'                                07480000
074900       OR TY-SUB > TY-COUNT                                       07490000
075000     .                                                            07500000
075100                                                                  07510000
075200 346-PAY-TYPE-SCAN.                                               07520000
075300     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           07530000
075400         MOVE 'YES' TO TY-FOUND-FLAG                              07540000
075500         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  07550000
075600         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                07560000
075700     ELSE                                                         07570000
075800         ADD 1 TO TY-SUB                                          07580000
075900     END-IF                                                       07590000
076000     .                                                            07600000
