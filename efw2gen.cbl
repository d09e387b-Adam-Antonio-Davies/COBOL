000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    EFW2GEN.                                          00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    YEAR-END STEP, RUN AFTER YEAREND HAS CLOSED THE YEAR.   *    00070000
000800*    WRITES THE SOCIAL SECURITY ADMINISTRATION EFW2 WAGE     *    00080000
000900*    FILE (512-BYTE RECORDS) FOR THE YEARCARD YEAR FROM      *    00090000
001000*    THAT YEAR'S YTDHIST ROWS:  AN RA SUBMITTER RECORD, AN   *    00100000
001100*    RE EMPLOYER RECORD PER PAY-COMPANY, ONE RW EMPLOYEE     *    00110000
001200*    WAGE RECORD PER YTDHIST ROW, AN RT TOTAL RECORD AFTER   *    00120000
001300*    EACH EMPLOYER, AND THE RF FINAL RECORD.  THE SSN, NAME  *    00130000
001400*    AND MAILING ADDRESS COME FROM EMPMSTR.  SUBMITTER,      *    00140000
001500*    CONTACT AND EMPLOYER IDENTIFICATION COME FROM THE       *    00150000
001600*    W2CTL CONTROL CARDS:                                    *    00160000
001700*      'S' SUBMITTER EIN, BSO USER ID, NAME, PHONE           *    00170000
001800*      'A' SUBMITTER ADDRESS                                 *    00180000
001900*      'C' CONTACT NAME AND E-MAIL                           *    00190000
002000*      'E' EMPLOYER EIN, NAME AND KIND PER PAY-COMPANY       *    00200000
002100*      'B' EMPLOYER ADDRESS PER PAY-COMPANY                  *    00210000
002200*      'W' SOCIAL SECURITY WAGE BASE, SS AND MEDICARE RATES  *    00220000
002250*    WAGES ARE REGULAR PLUS OVERTIME PAY, THE SAME BASIS AS  *    00225000
002300*    ANNUAL'S YEAR TOTALS.  THE YEAR'S RETIREMENT DEFERRAL   *    00230000
002350*    FROM RETYTD IS TAKEN OUT OF BOX 1 WAGES AND REPORTED IN *    00235000
002400*    BOX 12 CODE D WITH THE RETIREMENT PLAN INDICATOR SET;   *    00240000
002450*    SOCIAL SECURITY AND MEDICARE WAGES ARE NOT REDUCED.     *    00245000
002500*    SOCIAL SECURITY WAGES ARE CAPPED AT THE WAGE BASE; SS   *    00250000
002550*    AND MEDICARE TAX ARE FIGURED AT THE CARD RATES.         *    00255000
002600*    YTDHIST CARRIES ONLY COMBINED DEDUCTIONS, SO FEDERAL    *    00260000
002650*    INCOME TAX WITHHELD IS SENT AS ZERO.  ONCE WRITTEN THE  *    00265000
002700*    FILE IS READ BACK AND ITS RW, RT AND RF COUNTS ARE      *    00270000
002750*    PROVED AGAINST THE ANNUAL FIGURES AND ITS BOX 1 WAGES   *    00275000
002800*    PLUS BOX 12 CODE D AGAINST ANNUAL WAGES; A FILE THAT    *    00280000
002850*    DOES NOT AGREE ENDS THE RUN WITH RC 8 AND MUST NOT BE   *    00285000
002900*    SUBMITTED.                                              *    00290000
003200*                                                            *    00320000
003300**************************************************************    00330000
003400                                                                  00340000
003500 ENVIRONMENT DIVISION.                                            00350000
003600 CONFIGURATION SECTION.                                           00360000
003700 SOURCE-COMPUTER.                                                 00370000
003800     Z13                                                          00380000
003900     WITH DEBUGGING MODE                                          00390000
004000     .                                                            00400000
004100                                                                  00410000
004200 INPUT-OUTPUT SECTION.                                            00420000
004300                                                                  00430000
004400 FILE-CONTROL.                                                    00440000
004500     SELECT OPTIONAL YTD-HISTORY-FILE ASSIGN TO YTDHIST.          00450000
004600     SELECT OPTIONAL YEAR-CARD-FILE ASSIGN TO YEARCARD.           00460000
004700     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00470000
004800         ORGANIZATION IS INDEXED                                  00480000
004900         ACCESS IS RANDOM                                         00490000
005000         RECORD KEY IS EMP-ID-NUMBER.                             00500000
005020     SELECT OPTIONAL RETIRE-YTD-FILE ASSIGN TO RETYTD             00502000
005040         ORGANIZATION IS INDEXED                                  00504000
005060         ACCESS IS RANDOM                                         00506000
005080         RECORD KEY IS RY-ID-NUMBER.                              00508000
005100     SELECT OPTIONAL W2-CONTROL-FILE ASSIGN TO W2CTL.             00510000
005200     SELECT EFW2-FILE              ASSIGN TO EFW2OUT.             00520000
005300     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00530000
005400     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00540000
005500                                                                  00550000
005600 DATA DIVISION.                                                   00560000
005700 FILE SECTION.                                                    00570000
005800                                                                  00580000
005900 FD  YTD-HISTORY-FILE                                             00590000
006000     RECORDING MODE IS F.                                         00600000
006100     COPY YTDHIST.                                                00610000
006200                                                                  00620000
006300 FD  YEAR-CARD-FILE                                               00630000
006400     RECORDING MODE IS F.                                         00640000
006500 01  YC-REC.                                                      00650000
006600     10  YC-YEAR                   PIC 9(04).                     00660000
006700                                                                  00670000
006800 FD  EMPLOYEE-MASTER-FILE.                                        00680000
006900     COPY EMPMSTR.                                                00690000
006925                                                                  00692500
006950 FD  RETIRE-YTD-FILE.                                             00695000
006975     COPY RETYTD.                                                 00697500
007000                                                                  00700000
007100 FD  W2-CONTROL-FILE                                              00710000
007200     RECORDING MODE IS F.                                         00720000
007300 01  WCS-REC.                                                     00730000
007400     10  WCS-REC-TYPE              PIC X(01).                     00740000
007500     10  WCS-EIN                   PIC X(09).                     00750000
007600     10  WCS-USER-ID               PIC X(08).                     00760000
007700     10  WCS-NAME                  PIC X(40).                     00770000
007800     10  WCS-PHONE                 PIC X(15).                     00780000
007900     10  FILLER                    PIC X(07).                     00790000
008000 01  WCA-REC.                                                     00800000
008100     10  WCA-REC-TYPE              PIC X(01).                     00810000
008200     10  WCA-COMPANY               PIC X(02).                     00820000
008300     10  WCA-STREET                PIC X(22).                     00830000
008400     10  WCA-CITY                  PIC X(22).                     00840000
008500     10  WCA-STATE                 PIC X(02).                     00850000
008600     10  WCA-ZIP                   PIC X(05).                     00860000
008700     10  WCA-ZIP4                  PIC X(04).                     00870000
008800     10  FILLER                    PIC X(22).                     00880000
008900 01  WCC-REC.                                                     00890000
009000     10  WCC-REC-TYPE              PIC X(01).                     00900000
009100     10  WCC-NAME                  PIC X(27).                     00910000
009200     10  WCC-EMAIL                 PIC X(40).                     00920000
009300     10  FILLER                    PIC X(12).                     00930000
009400 01  WCE-REC.                                                     00940000
009500     10  WCE-REC-TYPE              PIC X(01).                     00950000
009600     10  WCE-COMPANY               PIC X(02).                     00960000
009700     10  WCE-EIN                   PIC X(09).                     00970000
009800     10  WCE-NAME                  PIC X(40).                     00980000
009900     10  WCE-KIND                  PIC X(01).                     00990000
010000     10  FILLER                    PIC X(27).                     01000000
010100 01  WCW-REC.                                                     01010000
010200     10  WCW-REC-TYPE              PIC X(01).                     01020000
010300     10  WCW-SS-WAGE-BASE          PIC 9(07)V99.                  01030000
010400     10  WCW-SS-RATE               PIC 9V9(04).                   01040000
010500     10  WCW-MED-RATE              PIC 9V9(04).                   01050000
010600     10  FILLER                    PIC X(60).                     01060000
010700                                                                  01070000
010800 FD  EFW2-FILE                                                    01080000
010900     RECORDING MODE IS F.                                         01090000
011000 01  EFW2-REC.                                                    01100000
011100     10  EF-REC-ID                 PIC X(02).                     01110000
011200     10  FILLER                    PIC X(510).                    01120000
011300 01  EF-RW-REC.                                                   01130000
011400     10  FILLER                    PIC X(187).                    01140000
011500     10  EF-RW-WAGES               PIC 9(09)V99.                  01150000
011550     10  FILLER                    PIC X(88).                     01155000
011600     10  EF-RW-CODE-D              PIC 9(09)V99.                  01160000
011650     10  FILLER                    PIC X(215).                    01165000
011700 01  EF-RT-REC.                                                   01170000
011800     10  FILLER                    PIC X(02).                     01180000
011900     10  EF-RT-RW-COUNT            PIC 9(07).                     01190000
012000     10  EF-RT-WAGES               PIC 9(13)V99.                  01200000
012050     10  FILLER                    PIC X(120).                    01205000
012100     10  EF-RT-CODE-D              PIC 9(13)V99.                  01210000
012150     10  FILLER                    PIC X(353).                    01215000
012200 01  EF-RF-REC.                                                   01220000
012300     10  FILLER                    PIC X(07).                     01230000
012400     10  EF-RF-RW-COUNT            PIC 9(09).                     01240000
012500     10  FILLER                    PIC X(496).                    01250000
012600                                                                  01260000
012700 FD  PRINT-FILE                                                   01270000
012800     RECORDING MODE IS F.                                         01280000
012900 01  PRINT-REC.                                                   01290000
013000     10  FILLER                    PIC X(132).                    01300000
013100                                                                  01310000
013200 FD  AUDIT-FILE                                                   01320000
013300     RECORDING MODE IS F.                                         01330000
013400     COPY AUDITLOG.                                               01340000
013500                                                                  01350000
013600 WORKING-STORAGE SECTION.                                         01360000
013700                                                                  01370000
013800 01  WS-COUNTERS-FLAGS.                                           01380000
013900     10  EOF-FLAG                  PIC X(03) VALUE "NO".          01390000
014000     10  WS-SPACING                PIC 9(01) VALUE 2.             01400000
014100     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01410000
014200     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             01420000
014300     10  WS-PAGE                   PIC 9(03) VALUE 0.             01430000
014400     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          01440000
014500     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          01450000
014600     10  WC-EOF-FLAG               PIC X(03) VALUE "NO".          01460000
014700     10  WS-SUBMITTER-FLAG         PIC X(03) VALUE "NO".          01470000
014800     10  WS-MATCH-FLAG             PIC X(03) VALUE "NO".          01480000
014900     10  WS-SCAN-FLAG              PIC X(03) VALUE "NO".          01490000
015000     10  WS-EMP-FOUND-FLAG         PIC X(03) VALUE "NO".          01500000
015100     10  WS-BALANCE-FLAG           PIC X(03) VALUE "YES".         01510000
015200     10  WS-REPORT-YEAR            PIC 9(04) VALUE ZERO.          01520000
015250     10  WS-REPORT-YY              PIC 9(02) VALUE ZERO.          01525000
015300                                                                  01530000
015400 01  SUBMITTER-FIELDS.                                            01540000
015500     10  WS-SUB-EIN                PIC X(09) VALUE SPACES.        01550000
015600     10  WS-SUB-USER-ID            PIC X(08) VALUE SPACES.        01560000
015700     10  WS-SUB-NAME               PIC X(40) VALUE SPACES.        01570000
015800     10  WS-SUB-PHONE              PIC X(15) VALUE SPACES.        01580000
015900     10  WS-SUB-STREET             PIC X(22) VALUE SPACES.        01590000
016000     10  WS-SUB-CITY               PIC X(22) VALUE SPACES.        01600000
016100     10  WS-SUB-STATE              PIC X(02) VALUE SPACES.        01610000
016200     10  WS-SUB-ZIP                PIC X(05) VALUE SPACES.        01620000
016300     10  WS-SUB-ZIP4               PIC X(04) VALUE SPACES.        01630000
016400     10  WS-CONTACT-NAME           PIC X(27) VALUE SPACES.        01640000
016500     10  WS-CONTACT-EMAIL          PIC X(40) VALUE SPACES.        01650000
016600                                                                  01660000
016700 01  RATE-FIELDS.                                                 01670000
016800     10  WS-SS-WAGE-BASE           PIC 9(07)V99 VALUE 176100.00.  01680000
016900     10  WS-SS-RATE                PIC 9V9(04) VALUE .0620.       01690000
017000     10  WS-MED-RATE               PIC 9V9(04) VALUE .0145.       01700000
017100                                                                  01710000
017200 01  COMPANY-TABLE.                                               01720000
017300     10  CO-COUNT                  PIC 9(02) VALUE ZERO.          01730000
017400     10  CO-ITEM                   OCCURS 50 TIMES.               01740000
017500         15  CO-COMPANY            PIC X(02).                     01750000
017600         15  CO-EIN                PIC X(09).                     01760000
017700         15  CO-NAME               PIC X(40).                     01770000
017800         15  CO-KIND               PIC X(01).                     01780000
017900         15  CO-STREET             PIC X(22).                     01790000
018000         15  CO-CITY               PIC X(22).                     01800000
018100         15  CO-STATE              PIC X(02).                     01810000
018200         15  CO-ZIP                PIC X(05).                     01820000
018300         15  CO-ZIP4               PIC X(04).                     01830000
018400                                                                  01840000
018500 01  CO-SUB                        PIC 9(02) VALUE ZERO.          01850000
018600 01  CO-PICKED                     PIC 9(02) VALUE ZERO.          01860000
018700 01  WS-FIND-COMPANY               PIC X(02) VALUE SPACES.        01870000
018800                                                                  01880000
018900 01  BATCH-TABLE.                                                 01890000
019000     10  BA-COUNT                  PIC 9(02) VALUE ZERO.          01900000
019100     10  BA-ITEM                   OCCURS 50 TIMES.               01910000
019200         15  BA-COMPANY            PIC X(02).                     01920000
019300                                                                  01930000
019400 01  BA-SUB                        PIC 9(02) VALUE ZERO.          01940000
019500 01  BA-PICKED                     PIC 9(02) VALUE ZERO.          01950000
019600 01  BA-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01960000
019700                                                                  01970000
019800 01  ROW-FIELDS.                                                  01980000
019900     10  WS-ROW-COMPANY            PIC X(02).                     01990000
020000     10  WS-WAGES                  PIC S9(09)V99.                 02000000
020025     10  WS-BOX1-WAGES             PIC S9(09)V99.                 02002500
020050     10  WS-DEFERRAL               PIC S9(09)V99.                 02005000
020100     10  WS-SS-WAGES               PIC 9(09)V99.                  02010000
020200     10  WS-SS-TAX                 PIC 9(09)V99.                  02020000
020300     10  WS-MED-TAX                PIC 9(09)V99.                  02030000
020400     10  WS-BATCH-NOTE             PIC X(26).                     02040000
020500                                                                  02050000
020600 01  ANNUAL-TOTALS.                                               02060000
020700     10  AN-EMP-COUNT              PIC 9(07) VALUE ZERO.          02070000
020800     10  AN-REG-PAY                PIC S9(11)V99 VALUE 0.         02080000
020900     10  AN-OT-PAY                 PIC S9(11)V99 VALUE 0.         02090000
021000     10  AN-WAGES                  PIC S9(11)V99 VALUE 0.         02100000
021100                                                                  02110000
021200 01  BATCH-TOTALS.                                                02120000
021300     10  BT-RW-COUNT               PIC 9(07) VALUE ZERO.          02130000
021400     10  BT-WAGES                  PIC 9(13)V99 VALUE 0.          02140000
021450     10  BT-CODE-D                 PIC 9(13)V99 VALUE 0.          02145000
021500     10  BT-SS-WAGES               PIC 9(13)V99 VALUE 0.          02150000
021600     10  BT-SS-TAX                 PIC 9(13)V99 VALUE 0.          02160000
021700     10  BT-MED-WAGES              PIC 9(13)V99 VALUE 0.          02170000
021800     10  BT-MED-TAX                PIC 9(13)V99 VALUE 0.          02180000
021900                                                                  02190000
022000 01  FILE-TOTALS.                                                 02200000
022100     10  FT-RE-COUNT               PIC 9(07) VALUE ZERO.          02210000
022200     10  FT-RW-COUNT               PIC 9(09) VALUE ZERO.          02220000
022300     10  FT-RECORD-COUNT           PIC 9(09) VALUE ZERO.          02230000
022400     10  FT-WAGES                  PIC 9(13)V99 VALUE 0.          02240000
022450     10  FT-CODE-D                 PIC 9(13)V99 VALUE 0.          02245000
022500     10  FT-SS-WAGES               PIC 9(13)V99 VALUE 0.          02250000
022600     10  FT-SS-TAX                 PIC 9(13)V99 VALUE 0.          02260000
022700     10  FT-MED-WAGES              PIC 9(13)V99 VALUE 0.          02270000
022800     10  FT-MED-TAX                PIC 9(13)V99 VALUE 0.          02280000
022900                                                                  02290000
023000 01  READ-BACK-TOTALS.                                            02300000
023100     10  RB-RW-COUNT               PIC 9(09) VALUE ZERO.          02310000
023200     10  RB-RW-WAGES               PIC 9(13)V99 VALUE 0.          02320000
023250     10  RB-RW-CODE-D              PIC 9(13)V99 VALUE 0.          02325000
023300     10  RB-RT-COUNT               PIC 9(09) VALUE ZERO.          02330000
023400     10  RB-RT-WAGES               PIC 9(13)V99 VALUE 0.          02340000
023450     10  RB-RT-CODE-D              PIC 9(13)V99 VALUE 0.          02345000
023500     10  RB-RF-COUNT               PIC 9(09) VALUE ZERO.          02350000
023600                                                                  02360000
023700 01  PROOF-FIELDS.                                                02370000
023800     10  WS-CMP-ANNUAL             PIC S9(13)V99 VALUE 0.         02380000
023900     10  WS-CMP-FILE               PIC S9(13)V99 VALUE 0.         02390000
024000                                                                  02400000
024100*    EFW2 SUBMITTER RECORD                                        02410000
024200 01  WS-EFW2-RA.                                                  02420000
024300     10  RA-REC-ID                 PIC X(02) VALUE 'RA'.          02430000
024400     10  RA-SUB-EIN                PIC X(09).                     02440000
024500     10  RA-USER-ID                PIC X(08).                     02450000
024600     10  RA-VENDOR-CODE            PIC X(04) VALUE SPACES.        02460000
024700     10  FILLER                    PIC X(05) VALUE SPACES.        02470000
024800     10  RA-RESUB-IND              PIC X(01) VALUE '0'.           02480000
024900     10  RA-RESUB-WFID             PIC X(06) VALUE SPACES.        02490000
025000     10  RA-SOFTWARE-CODE          PIC X(02) VALUE '98'.          02500000
025100     10  RA-CO-NAME                PIC X(57).                     02510000
025200     10  RA-CO-LOCATION            PIC X(22) VALUE SPACES.        02520000
025300     10  RA-CO-DELIVERY            PIC X(22).                     02530000
025400     10  RA-CO-CITY                PIC X(22).                     02540000
025500     10  RA-CO-STATE               PIC X(02).                     02550000
025600     10  RA-CO-ZIP                 PIC X(05).                     02560000
025700     10  RA-CO-ZIP4                PIC X(04).                     02570000
025800     10  FILLER                    PIC X(05) VALUE SPACES.        02580000
025900     10  RA-CO-FOREIGN             PIC X(40) VALUE SPACES.        02590000
026000     10  RA-SUB-NAME               PIC X(57).                     02600000
026100     10  RA-SUB-LOCATION           PIC X(22) VALUE SPACES.        02610000
026200     10  RA-SUB-DELIVERY           PIC X(22).                     02620000
026300     10  RA-SUB-CITY               PIC X(22).                     02630000
026400     10  RA-SUB-STATE              PIC X(02).                     02640000
026500     10  RA-SUB-ZIP                PIC X(05).                     02650000
026600     10  RA-SUB-ZIP4               PIC X(04).                     02660000
026700     10  FILLER                    PIC X(05) VALUE SPACES.        02670000
026800     10  RA-SUB-FOREIGN            PIC X(40) VALUE SPACES.        02680000
026900     10  RA-CONTACT-NAME           PIC X(27).                     02690000
027000     10  RA-CONTACT-PHONE          PIC X(15).                     02700000
027100     10  RA-CONTACT-EXT            PIC X(05) VALUE SPACES.        02710000
027200     10  FILLER                    PIC X(03) VALUE SPACES.        02720000
027300     10  RA-CONTACT-EMAIL          PIC X(40).                     02730000
027400     10  FILLER                    PIC X(03) VALUE SPACES.        02740000
027500     10  RA-CONTACT-FAX            PIC X(10) VALUE SPACES.        02750000
027600     10  FILLER                    PIC X(01) VALUE SPACES.        02760000
027700     10  RA-PREPARER-CODE          PIC X(01) VALUE 'L'.           02770000
027800     10  FILLER                    PIC X(12) VALUE SPACES.        02780000
027900                                                                  02790000
028000*    EFW2 EMPLOYER RECORD                                         02800000
028100 01  WS-EFW2-RE.                                                  02810000
028200     10  RE-REC-ID                 PIC X(02) VALUE 'RE'.          02820000
028300     10  RE-TAX-YEAR               PIC 9(04).                     02830000
028400     10  RE-AGENT-IND              PIC X(01) VALUE SPACE.         02840000
028500     10  RE-EIN                    PIC X(09).                     02850000
028600     10  RE-AGENT-EIN              PIC X(09) VALUE SPACES.        02860000
028700     10  RE-TERMINATING            PIC X(01) VALUE '0'.           02870000
028800     10  RE-ESTAB-NO               PIC X(04) VALUE SPACES.        02880000
028900     10  RE-OTHER-EIN              PIC X(09) VALUE SPACES.        02890000
029000     10  RE-NAME                   PIC X(57).                     02900000
029100     10  RE-LOCATION               PIC X(22) VALUE SPACES.        02910000
029200     10  RE-DELIVERY               PIC X(22).                     02920000
029300     10  RE-CITY                   PIC X(22).                     02930000
029400     10  RE-STATE                  PIC X(02).                     02940000
029500     10  RE-ZIP                    PIC X(05).                     02950000
029600     10  RE-ZIP4                   PIC X(04).                     02960000
029700     10  RE-KIND                   PIC X(01).                     02970000
029800     10  FILLER                    PIC X(04) VALUE SPACES.        02980000
029900     10  RE-FOREIGN                PIC X(40) VALUE SPACES.        02990000
030000     10  RE-EMPLOYMENT-CODE        PIC X(01) VALUE 'R'.           03000000
030100     10  RE-TAX-JURISDICTION       PIC X(01) VALUE SPACE.         03010000
030200     10  RE-SICK-PAY-IND           PIC X(01) VALUE '0'.           03020000
030300     10  RE-CONTACT-NAME           PIC X(27).                     03030000
030400     10  RE-CONTACT-PHONE          PIC X(15).                     03040000
030500     10  RE-CONTACT-EXT            PIC X(05) VALUE SPACES.        03050000
030600     10  RE-CONTACT-FAX            PIC X(10) VALUE SPACES.        03060000
030700     10  RE-CONTACT-EMAIL          PIC X(40).                     03070000
030800     10  FILLER                    PIC X(194) VALUE SPACES.       03080000
030900                                                                  03090000
031000*    EFW2 EMPLOYEE WAGE RECORD                                    03100000
031400 01  WS-EFW2-RW.                                                  03140000
031500     10  RW-REC-ID                 PIC X(02) VALUE 'RW'.          03150000
031600     10  RW-SSN                    PIC X(09).                     03160000
031700     10  RW-FIRST-NAME             PIC X(15).                     03170000
031800     10  RW-MIDDLE-NAME            PIC X(15).                     03180000
031900     10  RW-LAST-NAME              PIC X(20).                     03190000
032000     10  RW-SUFFIX                 PIC X(04) VALUE SPACES.        03200000
032100     10  RW-LOCATION               PIC X(22) VALUE SPACES.        03210000
032200     10  RW-DELIVERY               PIC X(22).                     03220000
032300     10  RW-CITY                   PIC X(22).                     03230000
032400     10  RW-STATE                  PIC X(02).                     03240000
032500     10  RW-ZIP                    PIC X(05).                     03250000
032600     10  RW-ZIP4                   PIC X(04).                     03260000
032700     10  FILLER                    PIC X(05) VALUE SPACES.        03270000
032800     10  RW-FOREIGN                PIC X(40) VALUE SPACES.        03280000
032900     10  RW-WAGES                  PIC 9(09)V99.                  03290000
033000     10  RW-FED-TAX                PIC 9(09)V99 VALUE ZERO.       03300000
033100     10  RW-SS-WAGES               PIC 9(09)V99.                  03310000
033200     10  RW-SS-TAX                 PIC 9(09)V99.                  03320000
033300     10  RW-MED-WAGES              PIC 9(09)V99.                  03330000
033400     10  RW-MED-TAX                PIC 9(09)V99.                  03340000
033500     10  RW-SS-TIPS                PIC 9(09)V99 VALUE ZERO.       03350000
033600     10  FILLER                    PIC X(11) VALUE SPACES.        03360000
033650     10  FILLER                    PIC X(11) VALUE ALL '0'.       03365000
033700     10  RW-CODE-D                 PIC 9(09)V99 VALUE ZERO.       03370000
033750     10  FILLER                    PIC X(44) VALUE ALL '0'.       03375000
033800     10  FILLER                    PIC X(11) VALUE SPACES.        03380000
033900     10  FILLER                    PIC X(44) VALUE ALL '0'.       03390000
034000     10  FILLER                    PIC X(11) VALUE SPACES.        03400000
034100     10  FILLER                    PIC X(77) VALUE ALL '0'.       03410000
034200     10  FILLER                    PIC X(01) VALUE SPACE.         03420000
034300     10  RW-STATUTORY-IND          PIC X(01) VALUE '0'.           03430000
034400     10  FILLER                    PIC X(01) VALUE SPACE.         03440000
034500     10  RW-RETIREMENT-IND         PIC X(01) VALUE '0'.           03450000
034600     10  RW-SICK-PAY-IND           PIC X(01) VALUE '0'.           03460000
034700     10  FILLER                    PIC X(23) VALUE SPACES.        03470000
034800                                                                  03480000
034900*    EFW2 TOTAL RECORD - ONE AFTER EACH EMPLOYER'S RW RECORDS     03490000
035000 01  WS-EFW2-RT.                                                  03500000
035100     10  RT-REC-ID                 PIC X(02) VALUE 'RT'.          03510000
035200     10  RT-RW-COUNT               PIC 9(07).                     03520000
035300     10  RT-WAGES                  PIC 9(13)V99.                  03530000
035400     10  RT-FED-TAX                PIC 9(13)V99 VALUE ZERO.       03540000
035500     10  RT-SS-WAGES               PIC 9(13)V99.                  03550000
035600     10  RT-SS-TAX                 PIC 9(13)V99.                  03560000
035700     10  RT-MED-WAGES              PIC 9(13)V99.                  03570000
035800     10  RT-MED-TAX                PIC 9(13)V99.                  03580000
035900     10  RT-SS-TIPS                PIC 9(13)V99 VALUE ZERO.       03590000
036000     10  FILLER                    PIC X(15) VALUE SPACES.        03600000
036050     10  FILLER                    PIC X(15) VALUE ALL '0'.       03605000
036100     10  RT-CODE-D                 PIC 9(13)V99 VALUE ZERO.       03610000
036150     10  FILLER                    PIC X(60) VALUE ALL '0'.       03615000
036200     10  FILLER                    PIC X(15) VALUE SPACES.        03620000
036300     10  FILLER                    PIC X(60) VALUE ALL '0'.       03630000
036400     10  FILLER                    PIC X(15) VALUE SPACES.        03640000
036500     10  FILLER                    PIC X(105) VALUE ALL '0'.      03650000
036600     10  FILLER                    PIC X(98) VALUE SPACES.        03660000
036700                                                                  03670000
036800*    EFW2 FINAL RECORD                                            03680000
036900 01  WS-EFW2-RF.                                                  03690000
037000     10  RF-REC-ID                 PIC X(02) VALUE 'RF'.          03700000
037100     10  FILLER                    PIC X(05) VALUE SPACES.        03710000
037200     10  RF-RW-COUNT               PIC 9(09).                     03720000
037300     10  FILLER                    PIC X(496) VALUE SPACES.       03730000
037400                                                                  03740000
037500 01  WS-EXC-LINE.                                                 03750000
037600     10  FILLER                    PIC X(01) VALUE SPACE.         03760000
037700     10  FILLER                    PIC X(05) VALUE 'EMP# '.       03770000
037800     10  EX-ID                     PIC X(05).                     03780000
037900     10  FILLER                    PIC X(02) VALUE SPACES.        03790000
038000     10  EX-NOTE                   PIC X(45).                     03800000
038100                                                                  03810000
038200 01  WS-REC-COUNT-LINE.                                           03820000
038300     10  FILLER                    PIC X(14) VALUE                03830000
038400         'RECORDS READ: '.                                        03840000
038500     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     03850000
038600                                                                  03860000
038700 01  WS-TOTAL-LINE.                                               03870000
038800     10  FILLER                    PIC X(01).                     03880000
038900     10  TL-LABEL                  PIC X(25).                     03890000
039000     10  TL-COUNT                  PIC ZZ,ZZ9.                    03900000
039100     10  FILLER                    PIC X(03).                     03910000
039200     10  TL-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.         03920000
039300                                                                  03930000
039400 01  WS-RATE-LINE.                                                03940000
039500     10  FILLER                    PIC X(01) VALUE SPACE.         03950000
039600     10  FILLER                    PIC X(14) VALUE                03960000
039700         'SS WAGE BASE: '.                                        03970000
039800     10  RL-WAGE-BASE              PIC Z,ZZZ,ZZ9.99.              03980000
039900     10  FILLER                    PIC X(12) VALUE '   SS RATE: '.03990000
040000     10  RL-SS-RATE                PIC 9.9999.                    04000000
040100     10  FILLER                    PIC X(18) VALUE                04010000
040200         '   MEDICARE RATE: '.                                    04020000
040300     10  RL-MED-RATE               PIC 9.9999.                    04030000
040400                                                                  04040000
040500 01  WS-PROOF-HEAD.                                               04050000
040600     10  FILLER                    PIC X(26) VALUE SPACES.        04060000
040700     10  FILLER                    PIC X(19) VALUE                04070000
040800         '           ANNUAL  '.                                   04080000
040900     10  FILLER                    PIC X(03) VALUE SPACES.        04090000
041000     10  FILLER                    PIC X(19) VALUE                04100000
041100         '        EFW2 FILE  '.                                   04110000
041200                                                                  04120000
041300 01  WS-PROOF-LINE.                                               04130000
041400     10  FILLER                    PIC X(01).                     04140000
041500     10  PF-LABEL                  PIC X(25).                     04150000
041600     10  PF-ANNUAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.       04160000
041700     10  FILLER                    PIC X(03).                     04170000
041800     10  PF-FILE                   PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.       04180000
041900     10  FILLER                    PIC X(03).                     04190000
042000     10  PF-RESULT                 PIC X(12).                     04200000
042100                                                                  04210000
042200 01  WS-PROOF-COUNT-LINE.                                         04220000
042300     10  FILLER                    PIC X(01).                     04230000
042400     10  PC-LABEL                  PIC X(25).                     04240000
042500     10  FILLER                    PIC X(06).                     04250000
042600     10  PC-ANNUAL                 PIC ZZZ,ZZZ,ZZ9.               04260000
042700     10  FILLER                    PIC X(11).                     04270000
042800     10  PC-FILE                   PIC ZZZ,ZZZ,ZZ9.               04280000
042900     10  FILLER                    PIC X(05).                     04290000
043000     10  PC-RESULT                 PIC X(12).                     04300000
043100                                                                  04310000
043200 01  WS-PRINT-REC                  VALUE SPACES.                  04320000
043300     05  PR-DETAIL.                                               04330000
043400         10  FILLER                PIC X(01).                     04340000
043500         10  PR-COMPANY            PIC X(02).                     04350000
043600         10  FILLER                PIC X(02).                     04360000
043700         10  PR-EIN                PIC X(09).                     04370000
043800         10  FILLER                PIC X(02).                     04380000
043900         10  PR-NAME               PIC X(25).                     04390000
044000         10  FILLER                PIC X(02).                     04400000
044100         10  PR-RW-COUNT           PIC ZZZ,ZZ9.                   04410000
044200         10  FILLER                PIC X(02).                     04420000
044300         10  PR-WAGES              PIC ZZ,ZZZ,ZZZ,ZZ9.99.         04430000
044400         10  FILLER                PIC X(02).                     04440000
044500         10  PR-SS-WAGES           PIC ZZ,ZZZ,ZZZ,ZZ9.99.         04450000
044600         10  FILLER                PIC X(02).                     04460000
044700         10  PR-SS-TAX             PIC ZZZ,ZZZ,ZZ9.99.            04470000
044800         10  FILLER                PIC X(02).                     04480000
044900         10  PR-NOTE               PIC X(26).                     04490000
045000                                                                  04500000
045100 01  WS-DATE.                                                     04510000
045200     10  YY                        PIC 9(02).                     04520000
045300     10  MM                        PIC 9(02).                     04530000
045400     10  DD                        PIC 9(02).                     04540000
045500                                                                  04550000
045600 01  WS-TIME.                                                     04560000
045700     10  HH                        PIC 9(02).                     04570000
045800     10  MN                        PIC 9(02).                     04580000
045900     10  SS                        PIC 9(02).                     04590000
046000     10  MS                        PIC 9(02).                     04600000
046100                                                                  04610000
046200 01  HEADING-1.                                                   04620000
046300     10  FILLER                    PIC X(02) VALUE SPACES.        04630000
046400     10  H-DATE.                                                  04640000
046500         15  H-MM                  PIC 9(02).                     04650000
046600         15  H-SLASH1              PIC X(01) VALUE '/'.           04660000
046700         15  H-DD                  PIC 9(02).                     04670000
046800         15  H-SLASH2              PIC X(01) VALUE '/'.           04680000
046900         15  H-YY                  PIC 9(02).                     04690000
047000     10  FILLER                    PIC X(03) VALUE SPACES.        04700000
047100     10  H-TIME.                                                  04710000
047200         15  H-HH                  PIC Z9.                        04720000
047300         15  H-COLON               PIC X(01) VALUE ':'.           04730000
047400         15  H-MN                  PIC 9(02).                     04740000
047500     10  FILLER                    PIC X(04) VALUE SPACES.        04750000
047600     10  FILLER                    PIC X(26) VALUE                04760000
047700         'EFW2 WAGE FILE - TAX YEAR '.                            04770000
047800     10  H-TAX-YEAR                PIC 9(04).                     04780000
047900     10  FILLER                    PIC X(10) VALUE SPACES.        04790000
048000     10  FILLER                    PIC X(05) VALUE SPACES.        04800000
048100     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      04810000
048200     10  H-PAGE                    PIC Z(03).                     04820000
048300                                                                  04830000
048400 01  HEADING-2.                                                   04840000
048500     10  FILLER                    PIC X(40) VALUE                04850000
048600         ' CO  EIN        EMPLOYER NAME           '.              04860000
048700     10  FILLER                    PIC X(40) VALUE                04870000
048800         '   RW RECS      TOTAL WAGES           SS'.              04880000
048900     10  FILLER                    PIC X(30) VALUE                04890000
049000         ' WAGES          SS TAX    NOTE'.                        04900000
049100                                                                  04910000
049200 PROCEDURE DIVISION.                                              04920000
049300                                                                  04930000
049400 010-START-HERE.                                                  04940000
049500     OPEN OUTPUT PRINT-FILE                                       04950000
049600     PERFORM 850-GET-DATE                                         04960000
049700     PERFORM 830-READ-YEAR-CARD                                   04970000
049800     PERFORM 800-PRINT-HEADINGS                                   04980000
049900     PERFORM 840-LOAD-CONTROL-CARDS                               04990000
050000     OPEN INPUT EMPLOYEE-MASTER-FILE                              05000000
050050     OPEN INPUT RETIRE-YTD-FILE                                   05005000
050100     IF WS-REPORT-YEAR = 0                                        05010000
050200         MOVE '** NO YEARCARD YEAR - NO FILE WRITTEN'             05020000
050300             TO WS-PRINT-REC                                      05030000
050400         PERFORM 700-PRINT-LINE                                   05040000
050500         MOVE 8 TO RETURN-CODE                                    05050000
050600     ELSE                                                         05060000
050700     IF WS-SUBMITTER-FLAG = "NO"                                  05070000
050800         MOVE '** NO VALID W2CTL SUBMITTER CARD - NO FILE WRITTEN'05080000
050900             TO WS-PRINT-REC                                      05090000
051000         PERFORM 700-PRINT-LINE                                   05100000
051100         MOVE 8 TO RETURN-CODE                                    05110000
051200     ELSE                                                         05120000
051300         PERFORM 200-SCAN-HISTORY                                 05130000
051400         IF BA-DROPPED-COUNT > 0                                  05140000
051500             MOVE '** MORE THAN 50 COMPANIES - NO FILE WRITTEN'   05150000
051600                 TO WS-PRINT-REC                                  05160000
051700             PERFORM 700-PRINT-LINE                               05170000
051800             MOVE 8 TO RETURN-CODE                                05180000
051900         ELSE                                                     05190000
052000         IF AN-EMP-COUNT = 0                                      05200000
052100             MOVE '** NO YTDHIST ROWS - NO FILE WRITTEN'          05210000
052200                 TO WS-PRINT-REC                                  05220000
052300             PERFORM 700-PRINT-LINE                               05230000
052400             MOVE 8 TO RETURN-CODE                                05240000
052500         ELSE                                                     05250000
052600             PERFORM 300-WRITE-EFW2-FILE                          05260000
052700             PERFORM 600-PROVE-EFW2-FILE                          05270000
052800             PERFORM 900-PRINT-FINAL-TOTALS                       05280000
052900             IF WS-BALANCE-FLAG = "NO"                            05290000
053000                 MOVE 8 TO RETURN-CODE                            05300000
053100             ELSE                                                 05310000
053200                 IF EXC-COUNT > 0                                 05320000
053300                     MOVE 4 TO RETURN-CODE                        05330000
053400                 END-IF                                           05340000
053500             END-IF                                               05350000
053600         END-IF                                                   05360000
053700         END-IF                                                   05370000
053800     END-IF                                                       05380000
053900     END-IF                                                       05390000
054000     CLOSE EMPLOYEE-MASTER-FILE                                   05400000
054050     CLOSE RETIRE-YTD-FILE                                        05405000
054100     CLOSE PRINT-FILE                                             05410000
054200     PERFORM 985-WRITE-AUDIT-LOG                                  05420000
054300     GOBACK.                                                      05430000
054400                                                                  05440000
054500 100-READ-HISTORY.                                                05450000
054600     MOVE 'NO' TO WS-MATCH-FLAG                                   05460000
054700     PERFORM 110-READ-HISTORY-REC                                 05470000
054800       UNTIL WS-MATCH-FLAG = 'YES'                                05480000
054900       OR EOF-FLAG = "YES"                                        05490000
055000     .                                                            05500000
055100                                                                  05510000
055200 110-READ-HISTORY-REC.                                            05520000
055300     READ YTD-HISTORY-FILE                                        05530000
055400       AT END                                                     05540000
055500         MOVE "YES" TO EOF-FLAG                                   05550000
055600       NOT AT END                                                 05560000
055700         IF WS-SCAN-FLAG = "YES"                                  05570000
055800             ADD 1 TO REC-COUNT                                   05580000
055900         END-IF                                                   05590000
056000         IF YH-YEAR = WS-REPORT-YEAR                              05600000
056100             MOVE 'YES' TO WS-MATCH-FLAG                          05610000
056200         END-IF                                                   05620000
056300     END-READ                                                     05630000
056400     .                                                            05640000
056500                                                                  05650000
056600 200-SCAN-HISTORY.                                                05660000
056700     OPEN INPUT YTD-HISTORY-FILE                                  05670000
056800     MOVE "NO" TO EOF-FLAG                                        05680000
056900     MOVE "YES" TO WS-SCAN-FLAG                                   05690000
057000     PERFORM 100-READ-HISTORY                                     05700000
057100     PERFORM 210-SCAN-RECORD                                      05710000
057200       UNTIL EOF-FLAG = "YES"                                     05720000
057300     CLOSE YTD-HISTORY-FILE                                       05730000
057400     MOVE "NO" TO WS-SCAN-FLAG                                    05740000
057500     .                                                            05750000
057600                                                                  05760000
057700 210-SCAN-RECORD.                                                 05770000
057800     ADD 1 TO AN-EMP-COUNT                                        05780000
057900     ADD YH-REG-PAY TO AN-REG-PAY                                 05790000
058000     ADD YH-OT-PAY TO AN-OT-PAY                                   05800000
058100     ADD YH-REG-PAY YH-OT-PAY TO AN-WAGES                         05810000
058200     PERFORM 230-READ-EMPLOYEE                                    05820000
058300     PERFORM 220-ADD-BATCH-COMPANY                                05830000
058400     PERFORM 100-READ-HISTORY                                     05840000
058500     .                                                            05850000
058600                                                                  05860000
058700 220-ADD-BATCH-COMPANY.                                           05870000
058800     MOVE 0 TO BA-PICKED                                          05880000
058900     MOVE 1 TO BA-SUB                                             05890000
059000     PERFORM 225-BATCH-SCAN                                       05900000
059100       UNTIL BA-PICKED > 0                                        05910000
059200       OR BA-SUB > BA-COUNT                                       05920000
059300     IF BA-PICKED = 0                                             05930000
059400         IF BA-COUNT < 50                                         05940000
059500             ADD 1 TO BA-COUNT                                    05950000
059600             MOVE WS-ROW-COMPANY TO BA-COMPANY (BA-COUNT)         05960000
059700         ELSE                                                     05970000
059800             ADD 1 TO BA-DROPPED-COUNT                            05980000
059900         END-IF                                                   05990000
060000     END-IF                                                       06000000
060100     .                                                            06010000
060200                                                                  06020000
060300 225-BATCH-SCAN.                                                  06030000
060400     IF BA-COMPANY (BA-SUB) = WS-ROW-COMPANY                      06040000
060500         MOVE BA-SUB TO BA-PICKED                                 06050000
060600     ELSE                                                         06060000
060700         ADD 1 TO BA-SUB                                          06070000
060800     END-IF                                                       06080000
060900     .                                                            06090000
061000                                                                  06100000
061100 230-READ-EMPLOYEE.                                               06110000
061200     MOVE YH-ID-NUMBER TO EMP-ID-NUMBER                           06120000
061300     READ EMPLOYEE-MASTER-FILE                                    06130000
061400       INVALID KEY                                                06140000
061500         MOVE "NO" TO WS-EMP-FOUND-FLAG                           06150000
061600         MOVE SPACES TO WS-ROW-COMPANY                            06160000
061700       NOT INVALID KEY                                            06170000
061800         MOVE "YES" TO WS-EMP-FOUND-FLAG                          06180000
061900         MOVE EMP-COMPANY TO WS-ROW-COMPANY                       06190000
062000     END-READ                                                     06200000
062100     .                                                            06210000
062200                                                                  06220000
062300 300-WRITE-EFW2-FILE.                                             06230000
062400     OPEN OUTPUT EFW2-FILE                                        06240000
062500     MOVE WS-SUB-EIN TO RA-SUB-EIN                                06250000
062600     MOVE WS-SUB-USER-ID TO RA-USER-ID                            06260000
062700     MOVE WS-SUB-NAME TO RA-CO-NAME                               06270000
062800     MOVE WS-SUB-STREET TO RA-CO-DELIVERY                         06280000
062900     MOVE WS-SUB-CITY TO RA-CO-CITY                               06290000
063000     MOVE WS-SUB-STATE TO RA-CO-STATE                             06300000
063100     MOVE WS-SUB-ZIP TO RA-CO-ZIP                                 06310000
063200     MOVE WS-SUB-ZIP4 TO RA-CO-ZIP4                               06320000
063300     MOVE WS-SUB-NAME TO RA-SUB-NAME                              06330000
063400     MOVE WS-SUB-STREET TO RA-SUB-DELIVERY                        06340000
063500     MOVE WS-SUB-CITY TO RA-SUB-CITY                              06350000
063600     MOVE WS-SUB-STATE TO RA-SUB-STATE                            06360000
063700     MOVE WS-SUB-ZIP TO RA-SUB-ZIP                                06370000
063800     MOVE WS-SUB-ZIP4 TO RA-SUB-ZIP4                              06380000
063900     MOVE WS-CONTACT-NAME TO RA-CONTACT-NAME                      06390000
064000     MOVE WS-SUB-PHONE TO RA-CONTACT-PHONE                        06400000
064100     MOVE WS-CONTACT-EMAIL TO RA-CONTACT-EMAIL                    06410000
064200     WRITE EFW2-REC FROM WS-EFW2-RA                               06420000
064300     ADD 1 TO FT-RECORD-COUNT                                     06430000
064400     MOVE 1 TO BA-SUB                                             06440000
064500     PERFORM 400-WRITE-EMPLOYER                                   06450000
064600       UNTIL BA-SUB > BA-COUNT                                    06460000
064700     MOVE FT-RW-COUNT TO RF-RW-COUNT                              06470000
064800     WRITE EFW2-REC FROM WS-EFW2-RF                               06480000
064900     ADD 1 TO FT-RECORD-COUNT                                     06490000
065000     CLOSE EFW2-FILE                                              06500000
065100     .                                                            06510000
065200                                                                  06520000
065300 400-WRITE-EMPLOYER.                                              06530000
065400     INITIALIZE BATCH-TOTALS                                      06540000
065500     ADD 1 TO FT-RE-COUNT                                         06550000
065600     MOVE SPACES TO WS-BATCH-NOTE                                 06560000
065700     MOVE BA-COMPANY (BA-SUB) TO WS-FIND-COMPANY                  06570000
065800     PERFORM 460-FIND-COMPANY                                     06580000
065900     IF CO-PICKED = 0                                             06590000
066000         MOVE '** NO EMPLOYER CARD' TO WS-BATCH-NOTE              06600000
066100     ELSE                                                         06610000
066200     IF CO-EIN (CO-PICKED) = SPACES                               06620000
066300         MOVE '** NO EMPLOYER CARD' TO WS-BATCH-NOTE              06630000
066400     END-IF                                                       06640000
066500     END-IF                                                       06650000
066600     IF WS-BATCH-NOTE NOT = SPACES                                06660000
066700         ADD 1 TO EXC-COUNT                                       06670000
066800         MOVE WS-SUB-EIN TO RE-EIN                                06680000
066900         MOVE WS-SUB-NAME TO RE-NAME                              06690000
067000         MOVE 'N' TO RE-KIND                                      06700000
067100     ELSE                                                         06710000
067200         MOVE CO-EIN (CO-PICKED) TO RE-EIN                        06720000
067300         MOVE CO-NAME (CO-PICKED) TO RE-NAME                      06730000
067400         MOVE CO-KIND (CO-PICKED) TO RE-KIND                      06740000
067500         IF RE-KIND = SPACE                                       06750000
067600             MOVE 'N' TO RE-KIND                                  06760000
067700         END-IF                                                   06770000
067800     END-IF                                                       06780000
067900     PERFORM 430-SET-EMPLOYER-ADDRESS                             06790000
068000     MOVE WS-REPORT-YEAR TO RE-TAX-YEAR                           06800000
068100     MOVE WS-CONTACT-NAME TO RE-CONTACT-NAME                      06810000
068200     MOVE WS-SUB-PHONE TO RE-CONTACT-PHONE                        06820000
068300     MOVE WS-CONTACT-EMAIL TO RE-CONTACT-EMAIL                    06830000
068400     WRITE EFW2-REC FROM WS-EFW2-RE                               06840000
068500     ADD 1 TO FT-RECORD-COUNT                                     06850000
068600     OPEN INPUT YTD-HISTORY-FILE                                  06860000
068700     MOVE "NO" TO EOF-FLAG                                        06870000
068800     PERFORM 100-READ-HISTORY                                     06880000
068900     PERFORM 410-EMPLOYER-RECORD                                  06890000
069000       UNTIL EOF-FLAG = "YES"                                     06900000
069100     CLOSE YTD-HISTORY-FILE                                       06910000
069200     PERFORM 440-WRITE-TOTAL-RECORD                               06920000
069300     ADD 1 TO BA-SUB                                              06930000
069400     .                                                            06940000
069500                                                                  06950000
069600 410-EMPLOYER-RECORD.                                             06960000
069700     PERFORM 230-READ-EMPLOYEE                                    06970000
069800     IF WS-ROW-COMPANY = BA-COMPANY (BA-SUB)                      06980000
069900         PERFORM 420-WRITE-EMPLOYEE                               06990000
070000     END-IF                                                       07000000
070100     PERFORM 100-READ-HISTORY                                     07010000
070200     .                                                            07020000
070300                                                                  07030000
070400 420-WRITE-EMPLOYEE.                                              07040000
070500     IF WS-EMP-FOUND-FLAG = "NO"                                  07050000
070600         MOVE ZEROS TO RW-SSN                                     07060000
070700         MOVE SPACES TO RW-FIRST-NAME                             07070000
070800         MOVE SPACES TO RW-MIDDLE-NAME                            07080000
070900         MOVE SPACES TO RW-LAST-NAME                              07090000
071000         MOVE SPACES TO RW-DELIVERY                               07100000
071100         MOVE SPACES TO RW-CITY                                   07110000
071200         MOVE SPACES TO RW-STATE                                  07120000
071300         MOVE SPACES TO RW-ZIP                                    07130000
071400         MOVE SPACES TO RW-ZIP4                                   07140000
071500         MOVE '** NOT ON EMPMSTR - NO SSN, NAME OR ADDRESS'       07150000
071600             TO EX-NOTE                                           07160000
071700         PERFORM 470-PRINT-EXCEPTION                              07170000
071800     ELSE                                                         07180000
071900         MOVE EMP-FIRST-NAME TO RW-FIRST-NAME                     07190000
072000         MOVE EMP-MID-INIT TO RW-MIDDLE-NAME                      07200000
072100         MOVE EMP-LAST-NAME TO RW-LAST-NAME                       07210000
072200         MOVE EMP-ADDR-STREET TO RW-DELIVERY                      07220000
072300         MOVE EMP-ADDR-CITY TO RW-CITY                            07230000
072400         MOVE EMP-ADDR-STATE TO RW-STATE                          07240000
072500         MOVE EMP-ADDR-ZIP TO RW-ZIP                              07250000
072600         MOVE EMP-ADDR-ZIP4 TO RW-ZIP4                            07260000
072700         IF EMP-SSN NUMERIC AND EMP-SSN NOT = ZEROS               07270000
072800             MOVE EMP-SSN TO RW-SSN                               07280000
072900         ELSE                                                     07290000
073000             MOVE ZEROS TO RW-SSN                                 07300000
073100             MOVE '** NO SSN ON EMPMSTR - ZEROS SENT' TO EX-NOTE  07310000
073200             PERFORM 470-PRINT-EXCEPTION                          07320000
073300         END-IF                                                   07330000
073400         IF EMP-ADDR-STREET = SPACES OR EMP-ADDR-CITY = SPACES    07340000
073500             MOVE '** NO MAILING ADDRESS ON EMPMSTR' TO EX-NOTE   07350000
073600             PERFORM 470-PRINT-EXCEPTION                          07360000
073700         END-IF                                                   07370000
073800     END-IF                                                       07380000
073900     ADD YH-REG-PAY YH-OT-PAY GIVING WS-WAGES                     07390000
074000     IF WS-WAGES < 0                                              07400000
074100         MOVE '** NEGATIVE YEAR WAGES - ZERO SENT' TO EX-NOTE     07410000
074200         PERFORM 470-PRINT-EXCEPTION                              07420000
074300         MOVE 0 TO WS-WAGES                                       07430000
074400     END-IF                                                       07440000
074410     PERFORM 425-GET-DEFERRAL                                     07441000
074420     SUBTRACT WS-DEFERRAL FROM WS-WAGES GIVING WS-BOX1-WAGES      07442000
074430     IF WS-DEFERRAL > 0                                           07443000
074440         MOVE '1' TO RW-RETIREMENT-IND                            07444000
074450     ELSE                                                         07445000
074460         MOVE '0' TO RW-RETIREMENT-IND                            07446000
074470     END-IF                                                       07447000
074500     IF WS-WAGES > WS-SS-WAGE-BASE                                07450000
074600         MOVE WS-SS-WAGE-BASE TO WS-SS-WAGES                      07460000
074700     ELSE                                                         07470000
074800         MOVE WS-WAGES TO WS-SS-WAGES                             07480000
074900     END-IF                                                       07490000
075000     MULTIPLY WS-SS-WAGES BY WS-SS-RATE GIVING WS-SS-TAX ROUNDED  07500000
075100     MULTIPLY WS-WAGES BY WS-MED-RATE GIVING WS-MED-TAX ROUNDED   07510000
075150     MOVE WS-BOX1-WAGES TO RW-WAGES                               07515000
075200     MOVE WS-DEFERRAL TO RW-CODE-D                                07520000
075300     MOVE WS-SS-WAGES TO RW-SS-WAGES                              07530000
075400     MOVE WS-SS-TAX TO RW-SS-TAX                                  07540000
075500     MOVE WS-WAGES TO RW-MED-WAGES                                07550000
075600     MOVE WS-MED-TAX TO RW-MED-TAX                                07560000
075700     WRITE EFW2-REC FROM WS-EFW2-RW                               07570000
075800     ADD 1 TO FT-RECORD-COUNT                                     07580000
075900     ADD 1 TO WS-WRITE-COUNT                                      07590000
076000     ADD 1 TO BT-RW-COUNT                                         07600000
076050     ADD WS-BOX1-WAGES TO BT-WAGES                                07605000
076100     ADD WS-DEFERRAL TO BT-CODE-D                                 07610000
076200     ADD WS-SS-WAGES TO BT-SS-WAGES                               07620000
076300     ADD WS-SS-TAX TO BT-SS-TAX                                   07630000
076400     ADD WS-WAGES TO BT-MED-WAGES                                 07640000
076500     ADD WS-MED-TAX TO BT-MED-TAX                                 07650000
076600     .                                                            07660000
076602                                                                  07660200
076604 425-GET-DEFERRAL.                                                07660400
076606     MOVE 0 TO WS-DEFERRAL                                        07660600
076608     MOVE YH-ID-NUMBER TO RY-ID-NUMBER                            07660800
076610     READ RETIRE-YTD-FILE                                         07661000
076612       INVALID KEY                                                07661200
076614         MOVE 0 TO WS-DEFERRAL                                    07661400
076616       NOT INVALID KEY                                            07661600
076618         IF RY-YEAR = WS-REPORT-YY                                07661800
076620             MOVE RY-YTD-DEFERRAL TO WS-DEFERRAL                  07662000
076622         ELSE                                                     07662200
076624             MOVE '** RETYTD IS FOR ANOTHER YEAR - NO CODE D'     07662400
076626                 TO EX-NOTE                                       07662600
076628             PERFORM 470-PRINT-EXCEPTION                          07662800
076630         END-IF                                                   07663000
076632     END-READ                                                     07663200
076634     IF WS-DEFERRAL < 0                                           07663400
076636         MOVE '** NEGATIVE YEAR DEFERRAL - ZERO SENT' TO EX-NOTE  07663600
076638         PERFORM 470-PRINT-EXCEPTION                              07663800
076640         MOVE 0 TO WS-DEFERRAL                                    07664000
076642     END-IF                                                       07664200
076644     IF WS-DEFERRAL > WS-WAGES                                    07664400
076646         MOVE '** DEFERRAL OVER YEAR WAGES - CUT TO WAGES'        07664600
076648             TO EX-NOTE                                           07664800
076650         PERFORM 470-PRINT-EXCEPTION                              07665000
076652         MOVE WS-WAGES TO WS-DEFERRAL                             07665200
076654     END-IF                                                       07665400
076656     .                                                            07665600
076700                                                                  07670000
076800 430-SET-EMPLOYER-ADDRESS.                                        07680000
076900     IF CO-PICKED = 0                                             07690000
077000         PERFORM 435-USE-SUBMITTER-ADDRESS                        07700000
077100     ELSE                                                         07710000
077200     IF CO-CITY (CO-PICKED) = SPACES                              07720000
077300         PERFORM 435-USE-SUBMITTER-ADDRESS                        07730000
077400     ELSE                                                         07740000
077500         MOVE CO-STREET (CO-PICKED) TO RE-DELIVERY                07750000
077600         MOVE CO-CITY (CO-PICKED) TO RE-CITY                      07760000
077700         MOVE CO-STATE (CO-PICKED) TO RE-STATE                    07770000
077800         MOVE CO-ZIP (CO-PICKED) TO RE-ZIP                        07780000
077900         MOVE CO-ZIP4 (CO-PICKED) TO RE-ZIP4                      07790000
078000     END-IF                                                       07800000
078100     END-IF                                                       07810000
078200     .                                                            07820000
078300                                                                  07830000
078400 435-USE-SUBMITTER-ADDRESS.                                       07840000
078500     MOVE WS-SUB-STREET TO RE-DELIVERY                            07850000
078600     MOVE WS-SUB-CITY TO RE-CITY                                  07860000
078700     MOVE WS-SUB-STATE TO RE-STATE                                07870000
078800     MOVE WS-SUB-ZIP TO RE-ZIP                                    07880000
078900     MOVE WS-SUB-ZIP4 TO RE-ZIP4                                  07890000
079000     .                                                            07900000
079100                                                                  07910000
079200 440-WRITE-TOTAL-RECORD.                                          07920000
079300     MOVE BT-RW-COUNT TO RT-RW-COUNT                              07930000
079400     MOVE BT-WAGES TO RT-WAGES                                    07940000
079450     MOVE BT-CODE-D TO RT-CODE-D                                  07945000
079500     MOVE BT-SS-WAGES TO RT-SS-WAGES                              07950000
079600     MOVE BT-SS-TAX TO RT-SS-TAX                                  07960000
079700     MOVE BT-MED-WAGES TO RT-MED-WAGES                            07970000
079800     MOVE BT-MED-TAX TO RT-MED-TAX                                07980000
079900     WRITE EFW2-REC FROM WS-EFW2-RT                               07990000
080000     ADD 1 TO FT-RECORD-COUNT                                     08000000
080100     ADD BT-RW-COUNT TO FT-RW-COUNT                               08010000
080200     ADD BT-WAGES TO FT-WAGES                                     08020000
080250     ADD BT-CODE-D TO FT-CODE-D                                   08025000
080300     ADD BT-SS-WAGES TO FT-SS-WAGES                               08030000
080400     ADD BT-SS-TAX TO FT-SS-TAX                                   08040000
080500     ADD BT-MED-WAGES TO FT-MED-WAGES                             08050000
080600     ADD BT-MED-TAX TO FT-MED-TAX                                 08060000
080700     MOVE BA-COMPANY (BA-SUB) TO PR-COMPANY                       08070000
080800     MOVE RE-EIN TO PR-EIN                                        08080000
080900     MOVE RE-NAME TO PR-NAME                                      08090000
081000     MOVE BT-RW-COUNT TO PR-RW-COUNT                              08100000
081100     MOVE BT-WAGES TO PR-WAGES                                    08110000
081200     MOVE BT-SS-WAGES TO PR-SS-WAGES                              08120000
081300     MOVE BT-SS-TAX TO PR-SS-TAX                                  08130000
081400     MOVE WS-BATCH-NOTE TO PR-NOTE                                08140000
081500     PERFORM 700-PRINT-LINE                                       08150000
081600     .                                                            08160000
081700                                                                  08170000
081800 460-FIND-COMPANY.                                                08180000
081900     MOVE 0 TO CO-PICKED                                          08190000
082000     MOVE 1 TO CO-SUB                                             08200000
082100     PERFORM 465-COMPANY-SCAN                                     08210000
082200       UNTIL CO-PICKED > 0                                        08220000
082300       OR CO-SUB > CO-COUNT                                       08230000
082400     .                                                            08240000
082500                                                                  08250000
082600 465-COMPANY-SCAN.                                                08260000
082700     IF CO-COMPANY (CO-SUB) = WS-FIND-COMPANY                     08270000
082800         MOVE CO-SUB TO CO-PICKED                                 08280000
082900     ELSE                                                         08290000
083000         ADD 1 TO CO-SUB                                          08300000
083100     END-IF                                                       08310000
083200     .                                                            08320000
083300                                                                  08330000
083400 470-PRINT-EXCEPTION.                                             08340000
083500     ADD 1 TO EXC-COUNT                                           08350000
083600     MOVE YH-ID-NUMBER TO EX-ID                                   08360000
083700     MOVE WS-EXC-LINE TO WS-PRINT-REC                             08370000
083800     PERFORM 700-PRINT-LINE                                       08380000
083900     .                                                            08390000
084000                                                                  08400000
084100 600-PROVE-EFW2-FILE.                                             08410000
084200     OPEN INPUT EFW2-FILE                                         08420000
084300     MOVE "NO" TO EOF-FLAG                                        08430000
084400     PERFORM 610-READ-EFW2                                        08440000
084500     PERFORM 620-PROVE-RECORD                                     08450000
084600       UNTIL EOF-FLAG = "YES"                                     08460000
084700     CLOSE EFW2-FILE                                              08470000
084800     MOVE "YES" TO WS-BALANCE-FLAG                                08480000
084900     IF RB-RW-COUNT NOT = AN-EMP-COUNT                            08490000
085000       OR RB-RT-COUNT NOT = AN-EMP-COUNT                          08500000
085100       OR RB-RF-COUNT NOT = AN-EMP-COUNT                          08510000
085150       OR RB-RW-WAGES + RB-RW-CODE-D NOT = AN-WAGES               08515000
085200       OR RB-RT-WAGES + RB-RT-CODE-D NOT = AN-WAGES               08520000
085250       OR RB-RT-CODE-D NOT = RB-RW-CODE-D                         08525000
085400         MOVE "NO" TO WS-BALANCE-FLAG                             08540000
085500     END-IF                                                       08550000
085600     .                                                            08560000
085700                                                                  08570000
085800 610-READ-EFW2.                                                   08580000
085900     READ EFW2-FILE                                               08590000
086000       AT END                                                     08600000
086100         MOVE "YES" TO EOF-FLAG                                   08610000
086200     END-READ                                                     08620000
086300     .                                                            08630000
086400                                                                  08640000
086500 620-PROVE-RECORD.                                                08650000
086600     IF EF-REC-ID = 'RW'                                          08660000
086700         ADD 1 TO RB-RW-COUNT                                     08670000
086800         ADD EF-RW-WAGES TO RB-RW-WAGES                           08680000
086850         ADD EF-RW-CODE-D TO RB-RW-CODE-D                         08685000
086900     ELSE                                                         08690000
087000     IF EF-REC-ID = 'RT'                                          08700000
087100         ADD EF-RT-RW-COUNT TO RB-RT-COUNT                        08710000
087200         ADD EF-RT-WAGES TO RB-RT-WAGES                           08720000
087250         ADD EF-RT-CODE-D TO RB-RT-CODE-D                         08725000
087300     ELSE                                                         08730000
087400     IF EF-REC-ID = 'RF'                                          08740000
087500         MOVE EF-RF-RW-COUNT TO RB-RF-COUNT                       08750000
087600     END-IF                                                       08760000
087700     END-IF                                                       08770000
087800     END-IF                                                       08780000
087900     PERFORM 610-READ-EFW2                                        08790000
088000     .                                                            08800000
088100                                                                  08810000
088200 700-PRINT-LINE.                                                  08820000
088300     PERFORM 750-WRITE                                            08830000
088400     IF WS-LINE-COUNT > 50                                        08840000
088500         PERFORM 800-PRINT-HEADINGS                               08850000
088600     END-IF                                                       08860000
088700     .                                                            08870000
088800                                                                  08880000
088900 750-WRITE.                                                       08890000
089000     WRITE PRINT-REC FROM WS-PRINT-REC                            08900000
089100       AFTER ADVANCING WS-SPACING LINES                           08910000
089200     END-WRITE                                                    08920000
089300     ADD WS-SPACING TO WS-LINE-COUNT                              08930000
089400     MOVE 1 TO WS-SPACING                                         08940000
089500     MOVE SPACES TO WS-PRINT-REC                                  08950000
089600     .                                                            08960000
089700                                                                  08970000
089800 800-PRINT-HEADINGS.                                              08980000
089900     ADD 1 TO WS-PAGE                                             08990000
090000     MOVE WS-PAGE TO H-PAGE                                       09000000
090100     MOVE WS-REPORT-YEAR TO H-TAX-YEAR                            09010000
090200     WRITE PRINT-REC FROM HEADING-1                               09020000
090300       AFTER ADVANCING PAGE                                       09030000
090400     END-WRITE                                                    09040000
090500     MOVE HEADING-2 TO WS-PRINT-REC                               09050000
090600     MOVE 2 TO WS-SPACING                                         09060000
090700     PERFORM 750-WRITE                                            09070000
090800     MOVE 2 TO WS-SPACING                                         09080000
090900     MOVE 0 TO WS-LINE-COUNT                                      09090000
091000     .                                                            09100000
091100                                                                  09110000
091200 830-READ-YEAR-CARD.                                              09120000
091300     MOVE ZERO TO WS-REPORT-YEAR                                  09130000
091400     OPEN INPUT YEAR-CARD-FILE                                    09140000
091500     READ YEAR-CARD-FILE                                          09150000
091600       AT END                                                     09160000
091700         MOVE ZERO TO WS-REPORT-YEAR                              09170000
091800       NOT AT END                                                 09180000
091900         IF YC-YEAR NUMERIC AND YC-YEAR > 0                       09190000
092000             MOVE YC-YEAR TO WS-REPORT-YEAR                       09200000
092100         END-IF                                                   09210000
092150             MOVE WS-REPORT-YEAR TO WS-REPORT-YY                  09215000
092200     END-READ                                                     09220000
092300     CLOSE YEAR-CARD-FILE                                         09230000
092400     .                                                            09240000
092500                                                                  09250000
092600 840-LOAD-CONTROL-CARDS.                                          09260000
092700     OPEN INPUT W2-CONTROL-FILE                                   09270000
092800     MOVE "NO" TO WC-EOF-FLAG                                     09280000
092900     MOVE 0 TO CO-COUNT                                           09290000
093000     PERFORM UNTIL WC-EOF-FLAG = "YES"                            09300000
093100         READ W2-CONTROL-FILE                                     09310000
093200           AT END                                                 09320000
093300             MOVE "YES" TO WC-EOF-FLAG                            09330000
093400           NOT AT END                                             09340000
093500             PERFORM 841-STORE-CARD                               09350000
093600         END-READ                                                 09360000
093700     END-PERFORM                                                  09370000
093800     CLOSE W2-CONTROL-FILE                                        09380000
093900     .                                                            09390000
094000                                                                  09400000
094100 841-STORE-CARD.                                                  09410000
094200     IF WCS-REC-TYPE = 'S'                                        09420000
094300         IF WCS-EIN NUMERIC                                       09430000
094400             MOVE "YES" TO WS-SUBMITTER-FLAG                      09440000
094500         END-IF                                                   09450000
094600         MOVE WCS-EIN TO WS-SUB-EIN                               09460000
094700         MOVE WCS-USER-ID TO WS-SUB-USER-ID                       09470000
094800         MOVE WCS-NAME TO WS-SUB-NAME                             09480000
094900         MOVE WCS-PHONE TO WS-SUB-PHONE                           09490000
095000     ELSE                                                         09500000
095100     IF WCA-REC-TYPE = 'A'                                        09510000
095200         MOVE WCA-STREET TO WS-SUB-STREET                         09520000
095300         MOVE WCA-CITY TO WS-SUB-CITY                             09530000
095400         MOVE WCA-STATE TO WS-SUB-STATE                           09540000
095500         MOVE WCA-ZIP TO WS-SUB-ZIP                               09550000
095600         MOVE WCA-ZIP4 TO WS-SUB-ZIP4                             09560000
095700     ELSE                                                         09570000
095800     IF WCC-REC-TYPE = 'C'                                        09580000
095900         MOVE WCC-NAME TO WS-CONTACT-NAME                         09590000
096000         MOVE WCC-EMAIL TO WS-CONTACT-EMAIL                       09600000
096100     ELSE                                                         09610000
096200     IF WCE-REC-TYPE = 'E'                                        09620000
096300         MOVE WCE-COMPANY TO WS-FIND-COMPANY                      09630000
096400         PERFORM 842-ADD-CARD-COMPANY                             09640000
096500         IF CO-PICKED > 0                                         09650000
096600             MOVE WCE-EIN TO CO-EIN (CO-PICKED)                   09660000
096700             MOVE WCE-NAME TO CO-NAME (CO-PICKED)                 09670000
096800             MOVE WCE-KIND TO CO-KIND (CO-PICKED)                 09680000
096900         END-IF                                                   09690000
097000     ELSE                                                         09700000
097100     IF WCA-REC-TYPE = 'B'                                        09710000
097200         MOVE WCA-COMPANY TO WS-FIND-COMPANY                      09720000
097300         PERFORM 842-ADD-CARD-COMPANY                             09730000
097400         IF CO-PICKED > 0                                         09740000
097500             MOVE WCA-STREET TO CO-STREET (CO-PICKED)             09750000
097600             MOVE WCA-CITY TO CO-CITY (CO-PICKED)                 09760000
097700             MOVE WCA-STATE TO CO-STATE (CO-PICKED)               09770000
097800             MOVE WCA-ZIP TO CO-ZIP (CO-PICKED)                   09780000
097900             MOVE WCA-ZIP4 TO CO-ZIP4 (CO-PICKED)                 09790000
098000         END-IF                                                   09800000
098100     ELSE                                                         09810000
098200     IF WCW-REC-TYPE = 'W'                                        09820000
098300         PERFORM 844-STORE-RATES                                  09830000
098400     END-IF                                                       09840000
098500     END-IF                                                       09850000
098600     END-IF                                                       09860000
098700     END-IF                                                       09870000
098800     END-IF                                                       09880000
098900     END-IF                                                       09890000
099000     .                                                            09900000
099100                                                                  09910000
099200 842-ADD-CARD-COMPANY.                                            09920000
099300     PERFORM 460-FIND-COMPANY                                     09930000
099400     IF CO-PICKED = 0 AND CO-COUNT < 50                           09940000
099500         ADD 1 TO CO-COUNT                                        09950000
099600         MOVE CO-COUNT TO CO-PICKED                               09960000
099700         MOVE SPACES TO CO-ITEM (CO-COUNT)                        09970000
099800         MOVE WS-FIND-COMPANY TO CO-COMPANY (CO-COUNT)            09980000
099900     END-IF                                                       09990000
100000     .                                                            10000000
100100                                                                  10010000
100200 844-STORE-RATES.                                                 10020000
100300     IF WCW-SS-WAGE-BASE NUMERIC AND WCW-SS-WAGE-BASE > 0         10030000
100400         MOVE WCW-SS-WAGE-BASE TO WS-SS-WAGE-BASE                 10040000
100500     END-IF                                                       10050000
100600     IF WCW-SS-RATE NUMERIC AND WCW-SS-RATE > 0                   10060000
100700         MOVE WCW-SS-RATE TO WS-SS-RATE                           10070000
100800     END-IF                                                       10080000
100900     IF WCW-MED-RATE NUMERIC AND WCW-MED-RATE > 0                 10090000
101000         MOVE WCW-MED-RATE TO WS-MED-RATE                         10100000
101100     END-IF                                                       10110000
101200     .                                                            10120000
101300                                                                  10130000
101400 850-GET-DATE.                                                    10140000
101500     ACCEPT WS-DATE FROM DATE                                     10150000
101600     MOVE MM TO H-MM                                              10160000
101700     MOVE DD TO H-DD                                              10170000
101800     MOVE YY TO H-YY                                              10180000
101900     ACCEPT WS-TIME FROM TIME                                     10190000
102000     MOVE HH TO H-HH                                              10200000
102100     MOVE MN TO H-MN                                              10210000
102200     .                                                            10220000
102300                                                                  10230000
102400 900-PRINT-FINAL-TOTALS.                                          10240000
102500     MOVE SPACES TO WS-PRINT-REC                                  10250000
102600     MOVE 2 TO WS-SPACING                                         10260000
102700     MOVE REC-COUNT TO WS-REC-COUNT-ED                            10270000
102800     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          10280000
102900     PERFORM 700-PRINT-LINE                                       10290000
103000     MOVE WS-SS-WAGE-BASE TO RL-WAGE-BASE                         10300000
103100     MOVE WS-SS-RATE TO RL-SS-RATE                                10310000
103200     MOVE WS-MED-RATE TO RL-MED-RATE                              10320000
103300     MOVE WS-RATE-LINE TO WS-PRINT-REC                            10330000
103400     PERFORM 700-PRINT-LINE                                       10340000
103500     MOVE SPACES TO WS-TOTAL-LINE                                 10350000
103600     MOVE 'EMPLOYER (RE) RECORDS:' TO TL-LABEL                    10360000
103700     MOVE FT-RE-COUNT TO TL-COUNT                                 10370000
103800     PERFORM 910-PRINT-TOTAL-LINE                                 10380000
103900     MOVE 'SOCIAL SECURITY WAGES:' TO TL-LABEL                    10390000
104000     MOVE FT-SS-WAGES TO TL-AMOUNT                                10400000
104100     PERFORM 910-PRINT-TOTAL-LINE                                 10410000
104200     MOVE 'SOCIAL SECURITY TAX:' TO TL-LABEL                      10420000
104300     MOVE FT-SS-TAX TO TL-AMOUNT                                  10430000
104400     PERFORM 910-PRINT-TOTAL-LINE                                 10440000
104500     MOVE 'MEDICARE WAGES:' TO TL-LABEL                           10450000
104600     MOVE FT-MED-WAGES TO TL-AMOUNT                               10460000
104700     PERFORM 910-PRINT-TOTAL-LINE                                 10470000
104800     MOVE 'MEDICARE TAX:' TO TL-LABEL                             10480000
104900     MOVE FT-MED-TAX TO TL-AMOUNT                                 10490000
105000     PERFORM 910-PRINT-TOTAL-LINE                                 10500000
105025     MOVE 'RETIREMENT DEFERRALS 12D:' TO TL-LABEL                 10502500
105050     MOVE FT-CODE-D TO TL-AMOUNT                                  10505000
105075     PERFORM 910-PRINT-TOTAL-LINE                                 10507500
105100     MOVE 'RECORDS WRITTEN:' TO TL-LABEL                          10510000
105200     MOVE FT-RECORD-COUNT TO TL-COUNT                             10520000
105300     PERFORM 910-PRINT-TOTAL-LINE                                 10530000
105400     PERFORM 920-PRINT-PROOF                                      10540000
105500     .                                                            10550000
105600                                                                  10560000
105700 910-PRINT-TOTAL-LINE.                                            10570000
105800     MOVE WS-TOTAL-LINE TO PR-DETAIL                              10580000
105900     PERFORM 700-PRINT-LINE                                       10590000
106000     MOVE SPACES TO WS-TOTAL-LINE                                 10600000
106100     .                                                            10610000
106200                                                                  10620000
106300 920-PRINT-PROOF.                                                 10630000
106400     MOVE WS-PROOF-HEAD TO WS-PRINT-REC                           10640000
106500     MOVE 2 TO WS-SPACING                                         10650000
106600     PERFORM 700-PRINT-LINE                                       10660000
106700     MOVE SPACES TO WS-PROOF-COUNT-LINE                           10670000
106800     MOVE 'EMPLOYEES / RW RECORDS:' TO PC-LABEL                   10680000
106900     MOVE RB-RW-COUNT TO WS-CMP-FILE                              10690000
107000     PERFORM 930-PROOF-COUNT                                      10700000
107100     MOVE 'RT RECORD COUNTS:' TO PC-LABEL                         10710000
107200     MOVE RB-RT-COUNT TO WS-CMP-FILE                              10720000
107300     PERFORM 930-PROOF-COUNT                                      10730000
107400     MOVE 'RF RECORD COUNT:' TO PC-LABEL                          10740000
107500     MOVE RB-RF-COUNT TO WS-CMP-FILE                              10750000
107600     PERFORM 930-PROOF-COUNT                                      10760000
107700     MOVE SPACES TO WS-PROOF-LINE                                 10770000
107800     MOVE 'REGULAR PAY:' TO PF-LABEL                              10780000
107900     MOVE AN-REG-PAY TO PF-ANNUAL                                 10790000
108000     MOVE WS-PROOF-LINE TO WS-PRINT-REC                           10800000
108100     PERFORM 700-PRINT-LINE                                       10810000
108200     MOVE SPACES TO WS-PROOF-LINE                                 10820000
108300     MOVE 'OVERTIME PAY:' TO PF-LABEL                             10830000
108400     MOVE AN-OT-PAY TO PF-ANNUAL                                  10840000
108500     MOVE WS-PROOF-LINE TO WS-PRINT-REC                           10850000
108600     PERFORM 700-PRINT-LINE                                       10860000
108650     MOVE SPACES TO WS-PROOF-LINE                                 10865000
108700     MOVE 'BOX 12 CODE D (RW):' TO PF-LABEL                       10870000
108750     MOVE RB-RW-CODE-D TO PF-FILE                                 10875000
108800     MOVE WS-PROOF-LINE TO WS-PRINT-REC                           10880000
108850     PERFORM 700-PRINT-LINE                                       10885000
108900     MOVE SPACES TO WS-PROOF-LINE                                 10890000
108950     MOVE 'BOX 1 + CODE D (RW):' TO PF-LABEL                      10895000
109000     ADD RB-RW-WAGES RB-RW-CODE-D GIVING WS-CMP-FILE              10900000
109050     PERFORM 940-PROOF-AMOUNT                                     10905000
109100     MOVE 'BOX 1 + CODE D (RT):' TO PF-LABEL                      10910000
109150     ADD RB-RT-WAGES RB-RT-CODE-D GIVING WS-CMP-FILE              10915000
109200     PERFORM 940-PROOF-AMOUNT                                     10920000
109400     IF WS-BALANCE-FLAG = "YES"                                   10940000
109500         MOVE 'EFW2 FILE AGREES WITH ANNUAL - IN BALANCE'         10950000
109600             TO WS-PRINT-REC                                      10960000
109700     ELSE                                                         10970000
109800         MOVE '** EFW2 FILE OUT OF BALANCE - DO NOT SEND'         10980000
109900             TO WS-PRINT-REC                                      10990000
110000     END-IF                                                       11000000
110100     MOVE 2 TO WS-SPACING                                         11010000
110200     PERFORM 700-PRINT-LINE                                       11020000
110300     .                                                            11030000
110400                                                                  11040000
110500 930-PROOF-COUNT.                                                 11050000
110600     MOVE AN-EMP-COUNT TO WS-CMP-ANNUAL                           11060000
110700     MOVE WS-CMP-ANNUAL TO PC-ANNUAL                              11070000
110800     MOVE WS-CMP-FILE TO PC-FILE                                  11080000
110900     PERFORM 950-SET-PROOF-RESULT                                 11090000
111000     MOVE PF-RESULT TO PC-RESULT                                  11100000
111100     MOVE WS-PROOF-COUNT-LINE TO WS-PRINT-REC                     11110000
111200     PERFORM 700-PRINT-LINE                                       11120000
111300     MOVE SPACES TO WS-PROOF-COUNT-LINE                           11130000
111400     .                                                            11140000
111500                                                                  11150000
111600 940-PROOF-AMOUNT.                                                11160000
111700     MOVE AN-WAGES TO WS-CMP-ANNUAL                               11170000
111800     MOVE WS-CMP-ANNUAL TO PF-ANNUAL                              11180000
111900     MOVE WS-CMP-FILE TO PF-FILE                                  11190000
112000     PERFORM 950-SET-PROOF-RESULT                                 11200000
112100     MOVE WS-PROOF-LINE TO WS-PRINT-REC                           11210000
112200     PERFORM 700-PRINT-LINE                                       11220000
112300     MOVE SPACES TO WS-PROOF-LINE                                 11230000
112400     .                                                            11240000
112500                                                                  11250000
112600 950-SET-PROOF-RESULT.                                            11260000
112700     IF WS-CMP-ANNUAL = WS-CMP-FILE                               11270000
112800         MOVE 'AGREES' TO PF-RESULT                               11280000
112900     ELSE                                                         11290000
113000         MOVE '** DIFFERS' TO PF-RESULT                           11300000
113100     END-IF                                                       11310000
113200     .                                                            11320000
113300                                                                  11330000
113400 985-WRITE-AUDIT-LOG.                                             11340000
113500     OPEN EXTEND AUDIT-FILE                                       11350000
113600     MOVE 'EFW2GEN' TO AUD-PROGRAM                                11360000
113700     MOVE WS-DATE TO AUD-RUN-DATE                                 11370000
113800     MOVE WS-TIME TO AUD-RUN-TIME                                 11380000
113900     MOVE ZERO TO AUD-PERIOD-END                                  11390000
114000     MOVE REC-COUNT TO AUD-RECS-READ                              11400000
114100     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      11410000
114200     MOVE EXC-COUNT TO AUD-EXC-COUNT                              11420000
114300     MOVE RETURN-CODE TO AUD-RETURN-CODE                          11430000
114400     WRITE AUD-REC                                                11440000
114500     CLOSE AUDIT-FILE                                             11450000
114600     .                                                            11460000
