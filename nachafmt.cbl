000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    NACHAFMT.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    RUNS AFTER PAYNET.  REFORMATS PAYNET'S 80-BYTE DIRECT-  *    00070000
000800*    DEPOSIT FILE INTO A STANDARD 94-BYTE NACHA FILE FOR     *    00080000
000900*    THE BANK:  A FILE HEADER, ONE PPD CREDIT BATCH PER      *    00090000
001000*    PAY-COMPANY (COMPANY ID AND NAME FROM THE NACHACTL      *    00100000
001100*    CONTROL CARDS), ENTRY DETAIL RECORDS WITH THE CHECKING  *    00110000
001200*    (22/23) OR SAVINGS (32/33) TRANSACTION CODE - THE       *    00120000
001300*    ZERO-DOLLAR PRENOTES CARRY 23/33 - BATCH CONTROL AND    *    00130000
001400*    FILE CONTROL RECORDS WITH THE RECEIVING ROUTING-NUMBER  *    00140000
001500*    ENTRY HASH, AND NINES-FILLED PADDING TO A FULL BLOCK    *    00150000
001600*    OF TEN.  THE EFFECTIVE ENTRY DATE IS THE PAY PERIOD'S   *    00160000
001700*    PERCTL PERIOD-END DATE.  THE INDIVIDUAL ID CARRIES THE  *    00170000
001800*    EMPLOYEE NUMBER AND ACCOUNT SEQUENCE SO BANKRET CAN     *    00180000
001900*    MATCH THE BANK'S RETURNS BACK TO BANKMSTR.  THE INPUT   *    00190000
002000*    IS PROVED AGAINST PAYNET'S TRAILER BEFORE THE FILE IS   *    00200000
002100*    RELEASED.                                               *    00210000
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
003500     SELECT OPTIONAL ACH-FILE      ASSIGN TO ACHFILE.             00350000
003600     SELECT NACHA-FILE             ASSIGN TO NACHAOUT.            00360000
003700     SELECT OPTIONAL NACHA-CONTROL-FILE ASSIGN TO NACHACTL.       00370000
003800     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00380000
003900     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00390000
004000     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00400000
004100                                                                  00410000
004200 DATA DIVISION.                                                   00420000
004300 FILE SECTION.                                                    00430000
004400                                                                  00440000
004500 FD  ACH-FILE                                                     00450000
004600     RECORDING MODE IS F.                                         00460000
004700 01  AI-REC.                                                      00470000
004800     10  AI-REC-TYPE               PIC X(01).                     00480000
004900     10  AI-ROUTING-NO.                                           00490000
005000         15  AI-RDFI-ID            PIC X(08).                     00500000
005100         15  AI-CHECK-DIGIT        PIC X(01).                     00510000
005200     10  AI-ACCOUNT-NO             PIC X(17).                     00520000
005300     10  AI-ID-NUMBER              PIC X(05).                     00530000
005400     10  AI-LAST-NAME              PIC X(11).                     00540000
005500     10  AI-FIRST-NAME             PIC X(11).                     00550000
005600     10  AI-AMOUNT                 PIC 9(07)V99.                  00560000
005700     10  AI-PERIOD-END-DATE        PIC 9(06).                     00570000
005800     10  AI-ACCT-SEQ               PIC 9(02).                     00580000
005900     10  AI-ACCT-TYPE              PIC X(01).                     00590000
006000     10  AI-COMPANY                PIC X(02).                     00600000
006100     10  FILLER                    PIC X(06).                     00610000
006200 01  AI-TRAILER-REC.                                              00620000
006300     10  AIT-REC-TYPE              PIC X(01).                     00630000
006400     10  AIT-REC-COUNT             PIC 9(07).                     00640000
006500     10  AIT-AMOUNT                PIC 9(11)V99.                  00650000
006600     10  FILLER                    PIC X(59).                     00660000
006700                                                                  00670000
006800 FD  NACHA-FILE                                                   00680000
006900     RECORDING MODE IS F.                                         00690000
007000 01  NACHA-REC.                                                   00700000
007100     10  FILLER                    PIC X(094).                    00710000
007200                                                                  00720000
007300 FD  NACHA-CONTROL-FILE                                           00730000
007400     RECORDING MODE IS F.                                         00740000
007500 01  NCF-REC.                                                     00750000
007600     10  NCF-REC-TYPE              PIC X(01).                     00760000
007700     10  NCF-DEST-ROUTING          PIC X(09).                     00770000
007800     10  NCF-ORIGIN-ID             PIC X(10).                     00780000
007900     10  NCF-DEST-NAME             PIC X(23).                     00790000
008000     10  NCF-ORIGIN-NAME           PIC X(23).                     00800000
008100     10  NCF-ODFI-ID               PIC X(08).                     00810000
008200     10  FILLER                    PIC X(06).                     00820000
008300 01  NCC-REC.                                                     00830000
008400     10  NCC-REC-TYPE              PIC X(01).                     00840000
008500     10  NCC-COMPANY               PIC X(02).                     00850000
008600     10  NCC-COMPANY-ID            PIC X(10).                     00860000
008700     10  NCC-COMPANY-NAME          PIC X(16).                     00870000
008800     10  NCC-ENTRY-DESC            PIC X(10).                     00880000
008900     10  FILLER                    PIC X(41).                     00890000
009000                                                                  00900000
009100 FD  PERIOD-CONTROL-FILE                                          00910000
009200     RECORDING MODE IS F.                                         00920000
009300     COPY PERCTL.                                                 00930000
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
010700     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01070000
010800     10  WS-SPACING                PIC 9(01) VALUE 2.             01080000
010900     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01090000
011000     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01100000
011100     10  WS-PAGE                   PIC 9(03) VALUE 0.             01110000
011200     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01120000
011300     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01130000
011400     10  NC-EOF-FLAG               PIC X(03) VALUE "NO".          01140000
011500     10  PPC-EOF-FLAG              PIC X(03) VALUE "NO".          01150000
011600     10  WS-FILE-CARD-FLAG         PIC X(03) VALUE "NO".          01160000
011700     10  WS-TRAILER-FLAG           PIC X(03) VALUE "NO".          01170000
011800     10  WS-PERIOD-FOUND-FLAG      PIC X(03) VALUE "NO".          01180000
011900                                                                  01190000
012000 01  FILE-CARD-FIELDS.                                            01200000
012100     10  WS-DEST-ROUTING           PIC X(09) VALUE SPACES.        01210000
012200     10  WS-ORIGIN-ID              PIC X(10) VALUE SPACES.        01220000
012300     10  WS-DEST-NAME              PIC X(23) VALUE SPACES.        01230000
012400     10  WS-ORIGIN-NAME            PIC X(23) VALUE SPACES.        01240000
012500     10  WS-ODFI-ID                PIC X(08) VALUE SPACES.        01250000
012600                                                                  01260000
012700 01  COMPANY-TABLE.                                               01270000
012800     10  CO-COUNT                  PIC 9(02) VALUE ZERO.          01280000
012900     10  CO-ITEM                   OCCURS 50 TIMES.               01290000
013000         15  CO-COMPANY            PIC X(02).                     01300000
013100         15  CO-COMPANY-ID         PIC X(10).                     01310000
013200         15  CO-COMPANY-NAME       PIC X(16).                     01320000
013300         15  CO-ENTRY-DESC         PIC X(10).                     01330000
013400                                                                  01340000
013500 01  CO-SUB                        PIC 9(02) VALUE ZERO.          01350000
013600 01  CO-PICKED                     PIC 9(02) VALUE ZERO.          01360000
013700                                                                  01370000
013800 01  BATCH-TABLE.                                                 01380000
013900     10  BA-COUNT                  PIC 9(02) VALUE ZERO.          01390000
014000     10  BA-ITEM                   OCCURS 50 TIMES.               01400000
014100         15  BA-COMPANY            PIC X(02).                     01410000
014200                                                                  01420000
014300 01  BA-SUB                        PIC 9(02) VALUE ZERO.          01430000
014400 01  BA-PICKED                     PIC 9(02) VALUE ZERO.          01440000
014500 01  BA-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01450000
014600                                                                  01460000
014700 01  INPUT-TOTALS.                                                01470000
014800     10  IN-DETAIL-COUNT           PIC 9(07) VALUE ZERO.          01480000
014900     10  IN-DETAIL-AMOUNT          PIC 9(11)V99 VALUE 0.          01490000
015000     10  IN-TRAILER-COUNT          PIC 9(07) VALUE ZERO.          01500000
015100     10  IN-TRAILER-AMOUNT         PIC 9(11)V99 VALUE 0.          01510000
015200     10  IN-PERIOD-END             PIC 9(06) VALUE ZERO.          01520000
015300                                                                  01530000
015400 01  BATCH-TOTALS.                                                01540000
015500     10  BT-ENTRY-COUNT            PIC 9(06) VALUE ZERO.          01550000
015600     10  BT-PRENOTE-COUNT          PIC 9(06) VALUE ZERO.          01560000
015700     10  BT-ENTRY-HASH             PIC 9(12) VALUE ZERO.          01570000
015800     10  BT-CREDIT-AMOUNT          PIC 9(10)V99 VALUE 0.          01580000
015900                                                                  01590000
016000 01  FILE-TOTALS.                                                 01600000
016100     10  FT-BATCH-COUNT            PIC 9(06) VALUE ZERO.          01610000
016200     10  FT-ENTRY-COUNT            PIC 9(08) VALUE ZERO.          01620000
016300     10  FT-ENTRY-HASH             PIC 9(12) VALUE ZERO.          01630000
016400     10  FT-CREDIT-AMOUNT          PIC 9(10)V99 VALUE 0.          01640000
016500     10  FT-RECORD-COUNT           PIC 9(08) VALUE ZERO.          01650000
016600     10  FT-BLOCK-COUNT            PIC 9(06) VALUE ZERO.          01660000
016700     10  FT-PAD-COUNT              PIC 9(02) VALUE ZERO.          01670000
016800     10  WS-TRACE-SEQ              PIC 9(07) VALUE ZERO.          01680000
016900     10  WS-RDFI-NUM               PIC 9(08) VALUE ZERO.          01690000
017000                                                                  01700000
017100 01  WS-EFFECTIVE-DATE.                                           01710000
017200     10  WS-EFF-YY                 PIC 9(02).                     01720000
017300     10  WS-EFF-MM                 PIC 9(02).                     01730000
017400     10  WS-EFF-DD                 PIC 9(02).                     01740000
017500                                                                  01750000
017600 01  WS-PERIOD-MDY.                                               01760000
017700     10  WS-PER-MM                 PIC 9(02).                     01770000
017800     10  WS-PER-DD                 PIC 9(02).                     01780000
017900     10  WS-PER-YY                 PIC 9(02).                     01790000
018000                                                                  01800000
018100 01  WS-NACHA-FILE-HEADER.                                        01810000
018200     10  NF-REC-TYPE               PIC X(01) VALUE '1'.           01820000
018300     10  NF-PRIORITY               PIC X(02) VALUE '01'.          01830000
018400     10  NF-IMM-DEST.                                             01840000
018500         15  FILLER                PIC X(01) VALUE SPACE.         01850000
018600         15  NF-DEST-ROUTING       PIC X(09).                     01860000
018700     10  NF-IMM-ORIGIN             PIC X(10).                     01870000
018800     10  NF-CREATE-DATE            PIC 9(06).                     01880000
018900     10  NF-CREATE-TIME.                                          01890000
019000         15  NF-CREATE-HH          PIC 9(02).                     01900000
019100         15  NF-CREATE-MN          PIC 9(02).                     01910000
019200     10  NF-ID-MODIFIER            PIC X(01) VALUE 'A'.           01920000
019300     10  NF-REC-SIZE               PIC X(03) VALUE '094'.         01930000
019400     10  NF-BLOCKING               PIC X(02) VALUE '10'.          01940000
019500     10  NF-FORMAT                 PIC X(01) VALUE '1'.           01950000
019600     10  NF-DEST-NAME              PIC X(23).                     01960000
019700     10  NF-ORIGIN-NAME            PIC X(23).                     01970000
019800     10  NF-REFERENCE              PIC X(08) VALUE SPACES.        01980000
019900                                                                  01990000
020000 01  WS-NACHA-BATCH-HEADER.                                       02000000
020100     10  NB-REC-TYPE               PIC X(01) VALUE '5'.           02010000
020200     10  NB-SERVICE-CLASS          PIC X(03) VALUE '220'.         02020000
020300     10  NB-COMPANY-NAME           PIC X(16).                     02030000
020400     10  NB-DISCRETIONARY          PIC X(20) VALUE SPACES.        02040000
020500     10  NB-COMPANY-ID             PIC X(10).                     02050000
020600     10  NB-SEC-CODE               PIC X(03) VALUE 'PPD'.         02060000
020700     10  NB-ENTRY-DESC             PIC X(10).                     02070000
020800     10  NB-DESC-DATE              PIC 9(06).                     02080000
020900     10  NB-EFFECTIVE-DATE         PIC 9(06).                     02090000
021000     10  NB-SETTLEMENT             PIC X(03) VALUE SPACES.        02100000
021100     10  NB-ORIG-STATUS            PIC X(01) VALUE '1'.           02110000
021200     10  NB-ODFI-ID                PIC X(08).                     02120000
021300     10  NB-BATCH-NO               PIC 9(07).                     02130000
021400                                                                  02140000
021500 01  WS-NACHA-ENTRY.                                              02150000
021600     10  NE-REC-TYPE               PIC X(01) VALUE '6'.           02160000
021700     10  NE-TRAN-CODE              PIC X(02).                     02170000
021800     10  NE-RDFI-ID                PIC X(08).                     02180000
021900     10  NE-CHECK-DIGIT            PIC X(01).                     02190000
022000     10  NE-DFI-ACCOUNT            PIC X(17).                     02200000
022100     10  NE-AMOUNT                 PIC 9(08)V99.                  02210000
022200     10  NE-INDIV-ID.                                             02220000
022300         15  NE-ID-NUMBER          PIC X(05).                     02230000
022400         15  NE-ACCT-SEQ           PIC 9(02).                     02240000
022500         15  FILLER                PIC X(08) VALUE SPACES.        02250000
022600     10  NE-INDIV-NAME.                                           02260000
022700         15  NE-LAST-NAME          PIC X(11).                     02270000
022800         15  NE-FIRST-NAME         PIC X(11).                     02280000
022900     10  NE-DISCRETIONARY          PIC X(02) VALUE SPACES.        02290000
023000     10  NE-ADDENDA-IND            PIC X(01) VALUE '0'.           02300000
023100     10  NE-TRACE-NO.                                             02310000
023200         15  NE-TRACE-ODFI         PIC X(08).                     02320000
023300         15  NE-TRACE-SEQ          PIC 9(07).                     02330000
023400                                                                  02340000
023500 01  WS-NACHA-BATCH-CONTROL.                                      02350000
023600     10  NK-REC-TYPE               PIC X(01) VALUE '8'.           02360000
023700     10  NK-SERVICE-CLASS          PIC X(03) VALUE '220'.         02370000
023800     10  NK-ENTRY-COUNT            PIC 9(06).                     02380000
023900     10  NK-ENTRY-HASH             PIC 9(10).                     02390000
024000     10  NK-TOTAL-DEBIT            PIC 9(10)V99 VALUE ZERO.       02400000
024100     10  NK-TOTAL-CREDIT           PIC 9(10)V99.                  02410000
024200     10  NK-COMPANY-ID             PIC X(10).                     02420000
024300     10  NK-AUTH-CODE              PIC X(19) VALUE SPACES.        02430000
024400     10  NK-RESERVED               PIC X(06) VALUE SPACES.        02440000
024500     10  NK-ODFI-ID                PIC X(08).                     02450000
024600     10  NK-BATCH-NO               PIC 9(07).                     02460000
024700                                                                  02470000
024800 01  WS-NACHA-FILE-CONTROL.                                       02480000
024900     10  NZ-REC-TYPE               PIC X(01) VALUE '9'.           02490000
025000     10  NZ-BATCH-COUNT            PIC 9(06).                     02500000
025100     10  NZ-BLOCK-COUNT            PIC 9(06).                     02510000
025200     10  NZ-ENTRY-COUNT            PIC 9(08).                     02520000
025300     10  NZ-ENTRY-HASH             PIC 9(10).                     02530000
025400     10  NZ-TOTAL-DEBIT            PIC 9(10)V99 VALUE ZERO.       02540000
025500     10  NZ-TOTAL-CREDIT           PIC 9(10)V99.                  02550000
025600     10  NZ-RESERVED               PIC X(39) VALUE SPACES.        02560000
025700                                                                  02570000
025800 01  WS-ROUTE-NOTE.                                               02580000
025900     10  FILLER                    PIC X(25) VALUE                02590000
026000         '** ROUTING NOT NUMERIC - '.                             02600000
026100     10  WS-RN-ID                  PIC X(05).                     02610000
026200                                                                  02620000
026300 01  WS-NACHA-PADDING              PIC X(94) VALUE ALL '9'.       02630000
026400                                                                  02640000
026500 01  WS-REC-COUNT-LINE.                                           02650000
026600     10  FILLER                    PIC X(14) VALUE                02660000
026700         'RECORDS READ: '.                                        02670000
026800     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     02680000
026900                                                                  02690000
027000 01  WS-TOTAL-LINE.                                               02700000
027100     10  FILLER                    PIC X(01).                     02710000
027200     10  TL-LABEL                  PIC X(25).                     02720000
027300     10  TL-COUNT                  PIC ZZ,ZZ9.                    02730000
027400     10  FILLER                    PIC X(03).                     02740000
027500     10  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99CR.          02750000
027600                                                                  02760000
027700 01  WS-PRINT-REC                  VALUE SPACES.                  02770000
027800     05  PR-DETAIL.                                               02780000
027900         10  FILLER                PIC X(01).                     02790000
028000         10  PR-BATCH-NO           PIC ZZZZZZ9.                   02800000
028100         10  FILLER                PIC X(02).                     02810000
028200         10  PR-COMPANY            PIC X(02).                     02820000
028300         10  FILLER                PIC X(02).                     02830000
028400         10  PR-COMPANY-ID         PIC X(10).                     02840000
028500         10  FILLER                PIC X(02).                     02850000
028600         10  PR-COMPANY-NAME       PIC X(16).                     02860000
028700         10  FILLER                PIC X(02).                     02870000
028800         10  PR-ENTRY-COUNT        PIC ZZZ,ZZ9.                   02880000
028900         10  FILLER                PIC X(02).                     02890000
029000         10  PR-PRENOTE-COUNT      PIC ZZ,ZZ9.                    02900000
029100         10  FILLER                PIC X(02).                     02910000
029200         10  PR-CREDIT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.            02920000
029300         10  FILLER                PIC X(02).                     02930000
029400         10  PR-NOTE               PIC X(30).                     02940000
029500     05  FILLER                    PIC X(21).                     02950000
029600                                                                  02960000
029700 01  WS-DATE.                                                     02970000
029800     10  YY                        PIC 9(02).                     02980000
029900     10  MM                        PIC 9(02).                     02990000
030000     10  DD                        PIC 9(02).                     03000000
030100                                                                  03010000
030200 01  WS-TIME.                                                     03020000
030300     10  HH                        PIC 9(02).                     03030000
030400     10  MN                        PIC 9(02).                     03040000
030500     10  SS                        PIC 9(02).                     03050000
030600     10  MS                        PIC 9(02).                     03060000
030700                                                                  03070000
030800 01  HEADING-1.                                                   03080000
030900     10  FILLER                    PIC X(02) VALUE SPACES.        03090000
031000     10  H-DATE.                                                  03100000
031100         15  H-MM                  PIC 9(02).                     03110000
031200         15  H-SLASH1              PIC X(01) VALUE '/'.           03120000
031300         15  H-DD                  PIC 9(02).                     03130000
031400         15  H-SLASH2              PIC X(01) VALUE '/'.           03140000
031500         15  H-YY                  PIC 9(02).                     03150000
031600     10  FILLER                    PIC X(03) VALUE SPACES.        03160000
031700     10  H-TIME.                                                  03170000
031800         15  H-HH                  PIC Z9.                        03180000
031900         15  H-COLON               PIC X(01) VALUE ':'.           03190000
032000         15  H-MN                  PIC 9(02).                     03200000
032100     10  FILLER                    PIC X(04) VALUE SPACES.        03210000
032200     10  FILLER                    PIC X(40) VALUE                03220000
032300         'NACHA DIRECT-DEPOSIT FILE               '.              03230000
032400     10  FILLER                    PIC X(05) VALUE SPACES.        03240000
032500     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      03250000
032600     10  H-PAGE                    PIC Z(03).                     03260000
032700                                                                  03270000
032800 01  HEADING-2.                                                   03280000
032900     10  FILLER                    PIC X(40) VALUE                03290000
033000         '   BATCH  CO  COMPANY ID  COMPANY NAME  '.              03300000
033100     10  FILLER                    PIC X(40) VALUE                03310000
033200         '      ENTRIES  PRENOTE         CREDITS  '.              03320000
033300                                                                  03330000
033400 PROCEDURE DIVISION.                                              03340000
033500                                                                  03350000
033600 010-START-HERE.                                                  03360000
033700     OPEN OUTPUT PRINT-FILE                                       03370000
033800     PERFORM 850-GET-DATE                                         03380000
033900     PERFORM 800-PRINT-HEADINGS                                   03390000
034000     PERFORM 840-LOAD-CONTROL-CARDS                               03400000
034100     PERFORM 200-SCAN-ACH-FILE                                    03410000
034200     PERFORM 845-FIND-PERIOD                                      03420000
034300     IF WS-FILE-CARD-FLAG = "NO"                                  03430000
034400         MOVE '** NO NACHACTL FILE CARD - NO FILE WRITTEN'        03440000
034500             TO WS-PRINT-REC                                      03450000
034600         PERFORM 700-PRINT-LINE                                   03460000
034700         MOVE 8 TO RETURN-CODE                                    03470000
034800     ELSE                                                         03480000
034900     IF BA-DROPPED-COUNT > 0                                      03490000
035000         MOVE '** MORE THAN 50 COMPANIES - NO FILE WRITTEN'       03500000
035100             TO WS-PRINT-REC                                      03510000
035200         PERFORM 700-PRINT-LINE                                   03520000
035300         MOVE 8 TO RETURN-CODE                                    03530000
035400     ELSE                                                         03540000
035500     IF WS-TRAILER-FLAG = "NO"                                    03550000
035600       OR IN-DETAIL-COUNT NOT = IN-TRAILER-COUNT                  03560000
035700       OR IN-DETAIL-AMOUNT NOT = IN-TRAILER-AMOUNT                03570000
035800         MOVE '** ACHFILE DOES NOT AGREE WITH ITS TRAILER'        03580000
035900             TO WS-PRINT-REC                                      03590000
036000         PERFORM 700-PRINT-LINE                                   03600000
036100         MOVE 8 TO RETURN-CODE                                    03610000
036200     ELSE                                                         03620000
036300         PERFORM 300-WRITE-NACHA-FILE                             03630000
036400         PERFORM 900-PRINT-FINAL-TOTALS                           03640000
036500         IF IN-DETAIL-COUNT = 0                                   03650000
036600             MOVE 8 TO RETURN-CODE                                03660000
036700         ELSE                                                     03670000
036800             IF EXC-COUNT > 0                                     03680000
036900                 MOVE 4 TO RETURN-CODE                            03690000
037000             END-IF                                               03700000
037100         END-IF                                                   03710000
037200     END-IF                                                       03720000
037300     END-IF                                                       03730000
037400     END-IF                                                       03740000
037500     CLOSE PRINT-FILE                                             03750000
037600     PERFORM 985-WRITE-AUDIT-LOG                                  03760000
037700     GOBACK.                                                      03770000
037800                                                                  03780000
037900 100-READ-INPUT.                                                  03790000
038000     READ ACH-FILE                                                03800000
038100       AT END                                                     03810000
038200         MOVE "YES" TO EOF-FLAG                                   03820000
038300     END-READ                                                     03830000
038400     .                                                            03840000
038500                                                                  03850000
038600 200-SCAN-ACH-FILE.                                               03860000
038700     OPEN INPUT ACH-FILE                                          03870000
038800     MOVE "NO" TO EOF-FLAG                                        03880000
038900     PERFORM 100-READ-INPUT                                       03890000
039000     PERFORM 210-SCAN-RECORD                                      03900000
039100       UNTIL EOF-FLAG = "YES"                                     03910000
039200     CLOSE ACH-FILE                                               03920000
039300     .                                                            03930000
039400                                                                  03940000
039500 210-SCAN-RECORD.                                                 03950000
039600     ADD 1 TO REC-COUNT                                           03960000
039700     IF AI-REC-TYPE = 'T'                                         03970000
039800         MOVE "YES" TO WS-TRAILER-FLAG                            03980000
039900         MOVE AIT-REC-COUNT TO IN-TRAILER-COUNT                   03990000
040000         MOVE AIT-AMOUNT TO IN-TRAILER-AMOUNT                     04000000
040100     ELSE                                                         04010000
040200     IF AI-REC-TYPE = 'D' OR AI-REC-TYPE = 'P'                    04020000
040300         ADD 1 TO IN-DETAIL-COUNT                                 04030000
040400         IF AI-REC-TYPE = 'D'                                     04040000
040500             ADD AI-AMOUNT TO IN-DETAIL-AMOUNT                    04050000
040600         END-IF                                                   04060000
040700         IF IN-PERIOD-END = 0                                     04070000
040800             MOVE AI-PERIOD-END-DATE TO IN-PERIOD-END             04080000
040900         END-IF                                                   04090000
041000         PERFORM 220-ADD-BATCH-COMPANY                            04100000
041100     ELSE                                                         04110000
041200         ADD 1 TO EXC-COUNT                                       04120000
041300         MOVE '** UNKNOWN ACHFILE RECORD TYPE - SKIPPED'          04130000
041400             TO WS-PRINT-REC                                      04140000
041500         PERFORM 700-PRINT-LINE                                   04150000
041600     END-IF                                                       04160000
041700     END-IF                                                       04170000
041800     PERFORM 100-READ-INPUT                                       04180000
041900     .                                                            04190000
042000                                                                  04200000
042100 220-ADD-BATCH-COMPANY.                                           04210000
042200     MOVE 0 TO BA-PICKED                                          04220000
042300     MOVE 1 TO BA-SUB                                             04230000
042400     PERFORM 225-BATCH-SCAN                                       04240000
042500       UNTIL BA-PICKED > 0                                        04250000
042600       OR BA-SUB > BA-COUNT                                       04260000
042700     IF BA-PICKED = 0                                             04270000
042800         IF BA-COUNT < 50                                         04280000
042900             ADD 1 TO BA-COUNT                                    04290000
043000             MOVE AI-COMPANY TO BA-COMPANY (BA-COUNT)             04300000
043100         ELSE                                                     04310000
043200             ADD 1 TO BA-DROPPED-COUNT                            04320000
043300         END-IF                                                   04330000
043400     END-IF                                                       04340000
043500     .                                                            04350000
043600                                                                  04360000
043700 225-BATCH-SCAN.                                                  04370000
043800     IF BA-COMPANY (BA-SUB) = AI-COMPANY                          04380000
043900         MOVE BA-SUB TO BA-PICKED                                 04390000
044000     ELSE                                                         04400000
044100         ADD 1 TO BA-SUB                                          04410000
044200     END-IF                                                       04420000
044300     .                                                            04430000
044400                                                                  04440000
044500 300-WRITE-NACHA-FILE.                                            04450000
044600     OPEN OUTPUT NACHA-FILE                                       04460000
044700     MOVE WS-DEST-ROUTING TO NF-DEST-ROUTING                      04470000
044800     MOVE WS-ORIGIN-ID TO NF-IMM-ORIGIN                           04480000
044900     MOVE WS-DATE TO NF-CREATE-DATE                               04490000
045000     MOVE HH TO NF-CREATE-HH                                      04500000
045100     MOVE MN TO NF-CREATE-MN                                      04510000
045200     MOVE WS-DEST-NAME TO NF-DEST-NAME                            04520000
045300     MOVE WS-ORIGIN-NAME TO NF-ORIGIN-NAME                        04530000
045400     WRITE NACHA-REC FROM WS-NACHA-FILE-HEADER                    04540000
045500     ADD 1 TO FT-RECORD-COUNT                                     04550000
045600     MOVE 1 TO BA-SUB                                             04560000
045700     PERFORM 400-WRITE-BATCH                                      04570000
045800       UNTIL BA-SUB > BA-COUNT                                    04580000
045900     PERFORM 500-WRITE-FILE-CONTROL                               04590000
046000     CLOSE NACHA-FILE                                             04600000
046100     .                                                            04610000
046200                                                                  04620000
046300 400-WRITE-BATCH.                                                 04630000
046400     INITIALIZE BATCH-TOTALS                                      04640000
046500     ADD 1 TO FT-BATCH-COUNT                                      04650000
046600     PERFORM 460-FIND-COMPANY                                     04660000
046700     MOVE BA-COMPANY (BA-SUB) TO PR-COMPANY                       04670000
046800     IF CO-PICKED = 0                                             04680000
046900         ADD 1 TO EXC-COUNT                                       04690000
047000         MOVE WS-ORIGIN-ID TO NB-COMPANY-ID                       04700000
047100         MOVE WS-ORIGIN-NAME TO NB-COMPANY-NAME                   04710000
047200         MOVE 'PAYROLL' TO NB-ENTRY-DESC                          04720000
047300         MOVE '** NO COMPANY CARD - ORIGIN USED' TO PR-NOTE       04730000
047400     ELSE                                                         04740000
047500         MOVE CO-COMPANY-ID (CO-PICKED) TO NB-COMPANY-ID          04750000
047600         MOVE CO-COMPANY-NAME (CO-PICKED) TO NB-COMPANY-NAME      04760000
047700         MOVE CO-ENTRY-DESC (CO-PICKED) TO NB-ENTRY-DESC          04770000
047800         IF NB-ENTRY-DESC = SPACES                                04780000
047900             MOVE 'PAYROLL' TO NB-ENTRY-DESC                      04790000
048000         END-IF                                                   04800000
048100     END-IF                                                       04810000
048200     MOVE WS-PERIOD-MDY TO NB-DESC-DATE                           04820000
048300     MOVE WS-EFFECTIVE-DATE TO NB-EFFECTIVE-DATE                  04830000
048400     MOVE WS-ODFI-ID TO NB-ODFI-ID                                04840000
048500     MOVE FT-BATCH-COUNT TO NB-BATCH-NO                           04850000
048600     WRITE NACHA-REC FROM WS-NACHA-BATCH-HEADER                   04860000
048700     ADD 1 TO FT-RECORD-COUNT                                     04870000
048800     OPEN INPUT ACH-FILE                                          04880000
048900     MOVE "NO" TO EOF-FLAG                                        04890000
049000     PERFORM 100-READ-INPUT                                       04900000
049100     PERFORM 410-BATCH-RECORD                                     04910000
049200       UNTIL EOF-FLAG = "YES"                                     04920000
049300     CLOSE ACH-FILE                                               04930000
049400     PERFORM 440-WRITE-BATCH-CONTROL                              04940000
049500     ADD 1 TO BA-SUB                                              04950000
049600     .                                                            04960000
049700                                                                  04970000
049800 410-BATCH-RECORD.                                                04980000
049900     IF (AI-REC-TYPE = 'D' OR AI-REC-TYPE = 'P')                  04990000
050000       AND AI-COMPANY = BA-COMPANY (BA-SUB)                       05000000
050100         PERFORM 420-WRITE-ENTRY                                  05010000
050200     END-IF                                                       05020000
050300     PERFORM 100-READ-INPUT                                       05030000
050400     .                                                            05040000
050500                                                                  05050000
050600 420-WRITE-ENTRY.                                                 05060000
050700     IF AI-ACCT-TYPE = 'S'                                        05070000
050800         IF AI-REC-TYPE = 'P'                                     05080000
050900             MOVE '33' TO NE-TRAN-CODE                            05090000
051000         ELSE                                                     05100000
051100             MOVE '32' TO NE-TRAN-CODE                            05110000
051200         END-IF                                                   05120000
051300     ELSE                                                         05130000
051400         IF AI-REC-TYPE = 'P'                                     05140000
051500             MOVE '23' TO NE-TRAN-CODE                            05150000
051600         ELSE                                                     05160000
051700             MOVE '22' TO NE-TRAN-CODE                            05170000
051800         END-IF                                                   05180000
051900     END-IF                                                       05190000
052000     MOVE AI-RDFI-ID TO NE-RDFI-ID                                05200000
052100     MOVE AI-CHECK-DIGIT TO NE-CHECK-DIGIT                        05210000
052200     MOVE AI-ACCOUNT-NO TO NE-DFI-ACCOUNT                         05220000
052300     IF AI-REC-TYPE = 'P'                                         05230000
052400         MOVE ZERO TO NE-AMOUNT                                   05240000
052500         ADD 1 TO BT-PRENOTE-COUNT                                05250000
052600     ELSE                                                         05260000
052700         MOVE AI-AMOUNT TO NE-AMOUNT                              05270000
052800         ADD AI-AMOUNT TO BT-CREDIT-AMOUNT                        05280000
052900     END-IF                                                       05290000
053000     MOVE AI-ID-NUMBER TO NE-ID-NUMBER                            05300000
053100     MOVE AI-ACCT-SEQ TO NE-ACCT-SEQ                              05310000
053200     MOVE AI-LAST-NAME TO NE-LAST-NAME                            05320000
053300     MOVE AI-FIRST-NAME TO NE-FIRST-NAME                          05330000
053400     ADD 1 TO WS-TRACE-SEQ                                        05340000
053500     MOVE WS-ODFI-ID TO NE-TRACE-ODFI                             05350000
053600     MOVE WS-TRACE-SEQ TO NE-TRACE-SEQ                            05360000
053700     IF AI-RDFI-ID NUMERIC                                        05370000
053800         MOVE AI-RDFI-ID TO WS-RDFI-NUM                           05380000
053900         ADD WS-RDFI-NUM TO BT-ENTRY-HASH                         05390000
054000     ELSE                                                         05400000
054100         ADD 1 TO EXC-COUNT                                       05410000
054200         MOVE AI-ID-NUMBER TO WS-RN-ID                            05420000
054300         MOVE WS-ROUTE-NOTE TO PR-NOTE                            05430000
054400         PERFORM 700-PRINT-LINE                                   05440000
054500     END-IF                                                       05450000
054600     WRITE NACHA-REC FROM WS-NACHA-ENTRY                          05460000
054700     ADD 1 TO FT-RECORD-COUNT                                     05470000
054800     ADD 1 TO WS-WRITE-COUNT                                      05480000
054900     ADD 1 TO BT-ENTRY-COUNT                                      05490000
055000     .                                                            05500000
055100                                                                  05510000
055200 440-WRITE-BATCH-CONTROL.                                         05520000
055300     MOVE BT-ENTRY-COUNT TO NK-ENTRY-COUNT                        05530000
055400     MOVE BT-ENTRY-HASH TO NK-ENTRY-HASH                          05540000
055500     MOVE BT-CREDIT-AMOUNT TO NK-TOTAL-CREDIT                     05550000
055600     MOVE NB-COMPANY-ID TO NK-COMPANY-ID                          05560000
055700     MOVE WS-ODFI-ID TO NK-ODFI-ID                                05570000
055800     MOVE FT-BATCH-COUNT TO NK-BATCH-NO                           05580000
055900     WRITE NACHA-REC FROM WS-NACHA-BATCH-CONTROL                  05590000
056000     ADD 1 TO FT-RECORD-COUNT                                     05600000
056100     ADD BT-ENTRY-COUNT TO FT-ENTRY-COUNT                         05610000
056200     ADD BT-ENTRY-HASH TO FT-ENTRY-HASH                           05620000
056300     ADD BT-CREDIT-AMOUNT TO FT-CREDIT-AMOUNT                     05630000
056400     MOVE FT-BATCH-COUNT TO PR-BATCH-NO                           05640000
056500     MOVE BA-COMPANY (BA-SUB) TO PR-COMPANY                       05650000
056600     MOVE NB-COMPANY-ID TO PR-COMPANY-ID                          05660000
056700     MOVE NB-COMPANY-NAME TO PR-COMPANY-NAME                      05670000
056800     MOVE BT-ENTRY-COUNT TO PR-ENTRY-COUNT                        05680000
056900     MOVE BT-PRENOTE-COUNT TO PR-PRENOTE-COUNT                    05690000
057000     MOVE BT-CREDIT-AMOUNT TO PR-CREDIT-AMOUNT                    05700000
057100     PERFORM 700-PRINT-LINE                                       05710000
057200     .                                                            05720000
057300                                                                  05730000
057400 460-FIND-COMPANY.                                                05740000
057500     MOVE 0 TO CO-PICKED                                          05750000
057600     MOVE 1 TO CO-SUB                                             05760000
057700     PERFORM 465-COMPANY-SCAN                                     05770000
057800       UNTIL CO-PICKED > 0                                        05780000
057900       OR CO-SUB > CO-COUNT                                       05790000
058000     .                                                            05800000
058100                                                                  05810000
058200 465-COMPANY-SCAN.                                                05820000
058300     IF CO-COMPANY (CO-SUB) = BA-COMPANY (BA-SUB)                 05830000
058400         MOVE CO-SUB TO CO-PICKED                                 05840000
058500     ELSE                                                         05850000
058600         ADD 1 TO CO-SUB                                          05860000
058700     END-IF                                                       05870000
058800     .                                                            05880000
058900                                                                  05890000
059000 500-WRITE-FILE-CONTROL.                                          05900000
059100     ADD 1 TO FT-RECORD-COUNT                                     05910000
059200     ADD 9 TO FT-RECORD-COUNT GIVING FT-BLOCK-COUNT               05920000
059300     DIVIDE 10 INTO FT-BLOCK-COUNT                                05930000
059400     MOVE FT-BATCH-COUNT TO NZ-BATCH-COUNT                        05940000
059500     MOVE FT-BLOCK-COUNT TO NZ-BLOCK-COUNT                        05950000
059600     MOVE FT-ENTRY-COUNT TO NZ-ENTRY-COUNT                        05960000
059700     MOVE FT-ENTRY-HASH TO NZ-ENTRY-HASH                          05970000
059800     MOVE FT-CREDIT-AMOUNT TO NZ-TOTAL-CREDIT                     05980000
059900     WRITE NACHA-REC FROM WS-NACHA-FILE-CONTROL                   05990000
060000     COMPUTE FT-PAD-COUNT = FT-BLOCK-COUNT * 10                   06000000
060100         - FT-RECORD-COUNT                                        06010000
060200     PERFORM 520-WRITE-PADDING                                    06020000
060300       UNTIL FT-PAD-COUNT = 0                                     06030000
060400     .                                                            06040000
060500                                                                  06050000
060600 520-WRITE-PADDING.                                               06060000
060700     WRITE NACHA-REC FROM WS-NACHA-PADDING                        06070000
060800     SUBTRACT 1 FROM FT-PAD-COUNT                                 06080000
060900     .                                                            06090000
061000                                                                  06100000
061100 700-PRINT-LINE.                                                  06110000
061200     PERFORM 750-WRITE                                            06120000
061300     IF WS-LINE-COUNT > 50                                        06130000
061400         PERFORM 800-PRINT-HEADINGS                               06140000
061500     END-IF                                                       06150000
061600     .                                                            06160000
061700                                                                  06170000
061800 750-WRITE.                                                       06180000
061900     WRITE PRINT-REC FROM WS-PRINT-REC                            06190000
062000       AFTER ADVANCING WS-SPACING LINES                           06200000
062100     END-WRITE                                                    06210000
062200     ADD WS-SPACING TO WS-LINE-COUNT                              06220000
062300     MOVE 1 TO WS-SPACING                                         06230000
062400     MOVE SPACES TO WS-PRINT-REC                                  06240000
062500     .                                                            06250000
062600                                                                  06260000
062700 800-PRINT-HEADINGS.                                              06270000
062800     ADD 1 TO WS-PAGE                                             06280000
062900     MOVE WS-PAGE TO H-PAGE                                       06290000
063000     WRITE PRINT-REC FROM HEADING-1                               06300000
063100       AFTER ADVANCING PAGE                                       06310000
063200     END-WRITE                                                    06320000
063300     MOVE HEADING-2 TO WS-PRINT-REC                               06330000
063400     MOVE 2 TO WS-SPACING                                         06340000
063500     PERFORM 750-WRITE                                            06350000
063600     MOVE 2 TO WS-SPACING                                         06360000
063700     MOVE 0 TO WS-LINE-COUNT                                      06370000
063800     .                                                            06380000
063900                                                                  06390000
064000 840-LOAD-CONTROL-CARDS.                                          06400000
064100     OPEN INPUT NACHA-CONTROL-FILE                                06410000
064200     MOVE "NO" TO NC-EOF-FLAG                                     06420000
064300     MOVE 0 TO CO-COUNT                                           06430000
064400     PERFORM UNTIL NC-EOF-FLAG = "YES"                            06440000
064500         READ NACHA-CONTROL-FILE                                  06450000
064600           AT END                                                 06460000
064700             MOVE "YES" TO NC-EOF-FLAG                            06470000
064800           NOT AT END                                             06480000
064900             IF NCF-REC-TYPE = 'F'                                06490000
065000                 MOVE "YES" TO WS-FILE-CARD-FLAG                  06500000
065100                 MOVE NCF-DEST-ROUTING TO WS-DEST-ROUTING         06510000
065200                 MOVE NCF-ORIGIN-ID TO WS-ORIGIN-ID               06520000
065300                 MOVE NCF-DEST-NAME TO WS-DEST-NAME               06530000
065400                 MOVE NCF-ORIGIN-NAME TO WS-ORIGIN-NAME           06540000
065500                 MOVE NCF-ODFI-ID TO WS-ODFI-ID                   06550000
065600             END-IF                                               06560000
065700             IF NCC-REC-TYPE = 'C' AND CO-COUNT < 50              06570000
065800                 ADD 1 TO CO-COUNT                                06580000
065900                 MOVE NCC-COMPANY TO CO-COMPANY (CO-COUNT)        06590000
066000                 MOVE NCC-COMPANY-ID TO CO-COMPANY-ID (CO-COUNT)  06600000
066050                 MOVE NCC-COMPANY-NAME                            06605000
066100                   TO CO-COMPANY-NAME (CO-COUNT)                  06610000
066200                 MOVE NCC-ENTRY-DESC TO CO-ENTRY-DESC (CO-COUNT)  06620000
066300             END-IF                                               06630000
066400         END-READ                                                 06640000
066500     END-PERFORM                                                  06650000
066600     CLOSE NACHA-CONTROL-FILE                                     06660000
066700     .                                                            06670000
066800                                                                  06680000
066900 845-FIND-PERIOD.                                                 06690000
067000     MOVE "NO" TO WS-PERIOD-FOUND-FLAG                            06700000
067100     OPEN INPUT PERIOD-CONTROL-FILE                               06710000
067200     MOVE "NO" TO PPC-EOF-FLAG                                    06720000
067300     PERFORM UNTIL PPC-EOF-FLAG = "YES"                           06730000
067400         READ PERIOD-CONTROL-FILE                                 06740000
067500           AT END                                                 06750000
067600             MOVE "YES" TO PPC-EOF-FLAG                           06760000
067700           NOT AT END                                             06770000
067800             IF PPC-PERIOD-END-DATE = IN-PERIOD-END               06780000
067900             MOVE "YES" TO WS-PERIOD-FOUND-FLAG                   06790000
068000             END-IF                                               06800000
068100         END-READ                                                 06810000
068200     END-PERFORM                                                  06820000
068300     CLOSE PERIOD-CONTROL-FILE                                    06830000
068400     MOVE IN-PERIOD-END TO WS-PERIOD-MDY                          06840000
068500     IF WS-PERIOD-FOUND-FLAG = "NO"                               06850000
068600         ADD 1 TO EXC-COUNT                                       06860000
068700         MOVE '** PAY PERIOD NOT ON PERCTL - DATE AS KEYED'       06870000
068800             TO WS-PRINT-REC                                      06880000
068900         PERFORM 700-PRINT-LINE                                   06890000
069000     END-IF                                                       06900000
069100     MOVE WS-PER-YY TO WS-EFF-YY                                  06910000
069200     MOVE WS-PER-MM TO WS-EFF-MM                                  06920000
069300     MOVE WS-PER-DD TO WS-EFF-DD                                  06930000
069400     .                                                            06940000
069500                                                                  06950000
069600 850-GET-DATE.                                                    06960000
069700     ACCEPT WS-DATE FROM DATE                                     06970000
069800     MOVE MM TO H-MM                                              06980000
069900     MOVE DD TO H-DD                                              06990000
070000     MOVE YY TO H-YY                                              07000000
070100     ACCEPT WS-TIME FROM TIME                                     07010000
070200     MOVE HH TO H-HH                                              07020000
070300     MOVE MN TO H-MN                                              07030000
070400     .                                                            07040000
070500                                                                  07050000
070600 900-PRINT-FINAL-TOTALS.                                          07060000
070700     MOVE SPACES TO WS-PRINT-REC                                  07070000
070800     MOVE 2 TO WS-SPACING                                         07080000
070900     MOVE REC-COUNT TO WS-REC-COUNT-ED                            07090000
071000     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          07100000
071100     PERFORM 700-PRINT-LINE                                       07110000
071200     MOVE SPACES TO WS-PRINT-REC                                  07120000
071300     MOVE 'BATCHES WRITTEN:' TO TL-LABEL                          07130000
071400     MOVE FT-BATCH-COUNT TO TL-COUNT                              07140000
071500     MOVE 0 TO TL-AMOUNT                                          07150000
071600     MOVE WS-TOTAL-LINE TO PR-DETAIL                              07160000
071700     PERFORM 700-PRINT-LINE                                       07170000
071800     MOVE SPACES TO WS-PRINT-REC                                  07180000
071900     MOVE 'ENTRIES WRITTEN:' TO TL-LABEL                          07190000
072000     MOVE FT-ENTRY-COUNT TO TL-COUNT                              07200000
072100     MOVE FT-CREDIT-AMOUNT TO TL-AMOUNT                           07210000
072200     MOVE WS-TOTAL-LINE TO PR-DETAIL                              07220000
072300     PERFORM 700-PRINT-LINE                                       07230000
072400     MOVE SPACES TO WS-PRINT-REC                                  07240000
072500     MOVE 'BLOCKS WRITTEN:' TO TL-LABEL                           07250000
072600     MOVE FT-BLOCK-COUNT TO TL-COUNT                              07260000
072700     MOVE 0 TO TL-AMOUNT                                          07270000
072800     MOVE WS-TOTAL-LINE TO PR-DETAIL                              07280000
072900     PERFORM 700-PRINT-LINE                                       07290000
073000     .                                                            07300000
073100                                                                  07310000
073200 985-WRITE-AUDIT-LOG.                                             07320000
073300     OPEN EXTEND AUDIT-FILE                                       07330000
073400     MOVE 'NACHAFMT' TO AUD-PROGRAM                               07340000
073500     MOVE WS-DATE TO AUD-RUN-DATE                                 07350000
073600     MOVE WS-TIME TO AUD-RUN-TIME                                 07360000
073700     MOVE IN-PERIOD-END TO AUD-PERIOD-END                         07370000
073800     MOVE REC-COUNT TO AUD-RECS-READ                              07380000
073900     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      07390000
074000     MOVE EXC-COUNT TO AUD-EXC-COUNT                              07400000
074100     MOVE RETURN-CODE TO AUD-RETURN-CODE                          07410000
074200     WRITE AUD-REC                                                07420000
074300     CLOSE AUDIT-FILE                                             07430000
074400     .                                                            07440000
