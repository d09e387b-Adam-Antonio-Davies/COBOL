000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    POSPAY.                                           00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    POSITIVE-PAY ISSUE FILE FOR THE BANK.  RUNS AFTER       *    00070000
000800*    PAYNET AND PAYREMIT (AND AFTER CHKREC WHEN VOIDS OR     *    00080000
000900*    STOPS HAVE BEEN APPLIED).  READS THE CHKMSTR ISSUED-    *    00090000
001000*    CHECK MASTER - EMPLOYEE AND THIRD-PARTY PAYEE CHECKS    *    00100000
001100*    ALIKE - AND WRITES AN 'I' ISSUE RECORD FOR EVERY CHECK  *    00110000
001200*    NOT YET SENT, AND A 'V' VOID OR 'S' STOP RECORD FOR     *    00120000
001300*    EVERY CHECK WHOSE STATUS HAS CHANGED TO 'V' OR 'S'      *    00130000
001400*    SINCE IT WAS SENT, FOLLOWED BY A CONTROL TRAILER.       *    00140000
001500*    THE PPSENT HISTORY FILE RECORDS EACH CHECK NUMBER AND   *    00150000
001600*    ACTION ALREADY SENT SO EVERY ISSUE AND EVERY VOID GOES  *    00160000
001700*    TO THE BANK EXACTLY ONCE.  A CHECK ALREADY MARKED PAID  *    00170000
001800*    BEFORE IT WAS EVER SENT HAS CLEARED AND IS NOT SENT.    *    00180000
001900*                                                            *    00190000
002000**************************************************************    00200000
002100                                                                  00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 CONFIGURATION SECTION.                                           00230000
002400 SOURCE-COMPUTER.                                                 00240000
002500     Z13                                                          00250000
002600     WITH DEBUGGING MODE                                          00260000
002700     .                                                            00270000
002800                                                                  00280000
002900 INPUT-OUTPUT SECTION.                                            00290000
003000                                                                  00300000
003100 FILE-CONTROL.                                                    00310000
003200     SELECT OPTIONAL CHECK-MASTER-FILE ASSIGN TO CHKMSTR.         00320000
003300     SELECT OPTIONAL SENT-HISTORY-FILE ASSIGN TO PPSENT.          00330000
003400     SELECT POSPAY-FILE            ASSIGN TO POSPAYF.             00340000
003500     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00350000
003600     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00360000
003700                                                                  00370000
003800 DATA DIVISION.                                                   00380000
003900 FILE SECTION.                                                    00390000
004000                                                                  00400000
004100 FD  CHECK-MASTER-FILE                                            00410000
004200     RECORDING MODE IS F.                                         00420000
004300     COPY CHKMSTR.                                                00430000
004400                                                                  00440000
004500 FD  SENT-HISTORY-FILE                                            00450000
004600     RECORDING MODE IS F.                                         00460000
004700 01  PS-REC.                                                      00470000
004800     10  PS-CHECK-NO               PIC 9(08).                     00480000
004900     10  PS-ACTION                 PIC X(01).                     00490000
005000     10  PS-SENT-DATE              PIC 9(06).                     00500000
005100     10  PS-AMOUNT                 PIC S9(07)V99.                 00510000
005200     10  FILLER                    PIC X(16).                     00520000
005300                                                                  00530000
005400 FD  POSPAY-FILE                                                  00540000
005500     RECORDING MODE IS F.                                         00550000
005600 01  POSPAY-REC.                                                  00560000
005700     10  FILLER                    PIC X(080).                    00570000
005800                                                                  00580000
005900 FD  PRINT-FILE                                                   00590000
006000     RECORDING MODE IS F.                                         00600000
006100 01  PRINT-REC.                                                   00610000
006200     10  FILLER                    PIC X(132).                    00620000
006300                                                                  00630000
006400 FD  AUDIT-FILE                                                   00640000
006500     RECORDING MODE IS F.                                         00650000
006600     COPY AUDITLOG.                                               00660000
006700                                                                  00670000
006800 WORKING-STORAGE SECTION.                                         00680000
006900                                                                  00690000
007000 01  WS-COUNTERS-FLAGS.                                           00700000
007100     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00710000
007200     10  WS-SPACING                PIC 9(01) VALUE 2.             00720000
007300     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00730000
007400     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00740000
007500     10  WS-PAGE                   PIC 9(03) VALUE 0.             00750000
007600     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          00760000
007700     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          00770000
007800     10  PS-EOF-FLAG               PIC X(03) VALUE "NO".          00780000
007900                                                                  00790000
008000 01  SENT-TABLE.                                                  00800000
008100     10  ST-COUNT                  PIC 9(04) VALUE ZERO.          00810000
008200     10  ST-ITEM                   OCCURS 2000 TIMES.             00820000
008300         15  ST-CHECK-NO           PIC 9(08).                     00830000
008400         15  ST-ACTION             PIC X(01).                     00840000
008500                                                                  00850000
008600 01  ST-SUB                        PIC 9(04) VALUE ZERO.          00860000
008700 01  ST-PICKED                     PIC 9(04) VALUE ZERO.          00870000
008800 01  ST-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          00880000
008900 01  WS-LOOK-ACTION                PIC X(01) VALUE SPACE.         00890000
009000                                                                  00900000
009100 01  POSPAY-TOTALS.                                               00910000
009200     10  ISSUE-COUNT               PIC 9(07) VALUE ZERO.          00920000
009300     10  ISSUE-AMOUNT              PIC S9(11)V99 VALUE 0.         00930000
009400     10  VOID-COUNT                PIC 9(07) VALUE ZERO.          00940000
009500     10  VOID-AMOUNT               PIC S9(11)V99 VALUE 0.         00950000
009600     10  STOP-COUNT                PIC 9(07) VALUE ZERO.          00960000
009700     10  STOP-AMOUNT               PIC S9(11)V99 VALUE 0.         00970000
009800     10  SKIP-COUNT                PIC 9(07) VALUE ZERO.          00980000
009900                                                                  00990000
010000 01  WS-PP-DETAIL.                                                01000000
010100     10  PPD-REC-TYPE              PIC X(01) VALUE 'D'.           01010000
010200     10  PPD-ACTION                PIC X(01).                     01020000
010300     10  PPD-CHECK-NO              PIC 9(08).                     01030000
010400     10  PPD-AMOUNT                PIC 9(07)V99.                  01040000
010500     10  PPD-ISSUE-DATE            PIC 9(06).                     01050000
010600     10  PPD-PAYEE-NAME            PIC X(22).                     01060000
010700     10  PPD-ID-NUMBER             PIC X(05).                     01070000
010800     10  FILLER                    PIC X(28) VALUE SPACES.        01080000
010900                                                                  01090000
011000 01  WS-PP-TRAILER.                                               01100000
011100     10  PPT-REC-TYPE              PIC X(01) VALUE 'T'.           01110000
011200     10  PPT-FILE-DATE             PIC 9(06).                     01120000
011300     10  PPT-REC-COUNT             PIC 9(07).                     01130000
011400     10  PPT-ISSUE-COUNT           PIC 9(07).                     01140000
011500     10  PPT-ISSUE-AMOUNT          PIC 9(11)V99.                  01150000
011600     10  PPT-CANCEL-COUNT          PIC 9(07).                     01160000
011700     10  PPT-CANCEL-AMOUNT         PIC 9(11)V99.                  01170000
011800     10  FILLER                    PIC X(26) VALUE SPACES.        01180000
011900                                                                  01190000
012000 01  WS-REC-COUNT-LINE.                                           01200000
012100     10  FILLER                    PIC X(14) VALUE                01210000
012200         'CHECKS READ:  '.                                        01220000
012300     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01230000
012400                                                                  01240000
012500 01  WS-TOTAL-LINE.                                               01250000
012600     10  FILLER                    PIC X(01).                     01260000
012700     10  TL-LABEL                  PIC X(25).                     01270000
012800     10  TL-COUNT                  PIC ZZ,ZZ9.                    01280000
012900     10  FILLER                    PIC X(03).                     01290000
013000     10  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99CR.          01300000
013100                                                                  01310000
013200 01  WS-PRINT-REC                  VALUE SPACES.                  01320000
013300     05  PR-DETAIL.                                               01330000
013400         10  FILLER                PIC X(01).                     01340000
013500         10  PR-CHECK-NO           PIC X(08).                     01350000
013600         10  FILLER                PIC X(02).                     01360000
013700         10  PR-ID-NUMBER          PIC X(05).                     01370000
013800         10  FILLER                PIC X(02).                     01380000
013900         10  PR-PAYEE-NAME         PIC X(22).                     01390000
014000         10  FILLER                PIC X(02).                     01400000
014100         10  PR-ISSUE-DATE         PIC X(06).                     01410000
014200         10  FILLER                PIC X(02).                     01420000
014300         10  PR-AMOUNT             PIC ZZZ,ZZ9.99CR.              01430000
014400         10  FILLER                PIC X(02).                     01440000
014500         10  PR-ACTION             PIC X(01).                     01450000
014600         10  FILLER                PIC X(02).                     01460000
014700         10  PR-NOTE               PIC X(36).                     01470000
014800     05  FILLER                    PIC X(29).                     01480000
014900                                                                  01490000
015000 01  WS-DATE.                                                     01500000
015100     10  YY                        PIC 9(02).                     01510000
015200     10  MM                        PIC 9(02).                     01520000
015300     10  DD                        PIC 9(02).                     01530000
015400                                                                  01540000
015500 01  WS-TIME.                                                     01550000
015600     10  HH                        PIC 9(02).                     01560000
015700     10  MN                        PIC 9(02).                     01570000
015800     10  SS                        PIC 9(02).                     01580000
015900     10  MS                        PIC 9(02).                     01590000
016000                                                                  01600000
016100 01  HEADING-1.                                                   01610000
016200     10  FILLER                    PIC X(02) VALUE SPACES.        01620000
016300     10  H-DATE.                                                  01630000
016400         15  H-MM                  PIC 9(02).                     01640000
016500         15  H-SLASH1              PIC X(01) VALUE '/'.           01650000
016600         15  H-DD                  PIC 9(02).                     01660000
016700         15  H-SLASH2              PIC X(01) VALUE '/'.           01670000
016800         15  H-YY                  PIC 9(02).                     01680000
016900     10  FILLER                    PIC X(03) VALUE SPACES.        01690000
017000     10  H-TIME.                                                  01700000
017100         15  H-HH                  PIC Z9.                        01710000
017200         15  H-COLON               PIC X(01) VALUE ':'.           01720000
017300         15  H-MN                  PIC 9(02).                     01730000
017400     10  FILLER                    PIC X(04) VALUE SPACES.        01740000
017500     10  FILLER                    PIC X(40) VALUE                01750000
017600         'POSITIVE-PAY ISSUE FILE                 '.              01760000
017700     10  FILLER                    PIC X(05) VALUE SPACES.        01770000
017800     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      01780000
017900     10  H-PAGE                    PIC Z(03).                     01790000
018000                                                                  01800000
018100 01  HEADING-2.                                                   01810000
018200     10  FILLER                    PIC X(40) VALUE                01820000
018300         ' CHECK #   EMP#   PAYEE                 '.              01830000
018400     10  FILLER                    PIC X(40) VALUE                01840000
018500         '  ISSUED        AMOUNT  ACT  NOTE       '.              01850000
018600                                                                  01860000
018700 PROCEDURE DIVISION.                                              01870000
018800                                                                  01880000
018900 010-START-HERE.                                                  01890000
019000     OPEN OUTPUT PRINT-FILE                                       01900000
019100     PERFORM 850-GET-DATE                                         01910000
019200     PERFORM 800-PRINT-HEADINGS                                   01920000
019300     PERFORM 845-LOAD-SENT-HISTORY                                01930000
019400     IF ST-DROPPED-COUNT > 0                                      01940000
019500         MOVE '** SENT HISTORY TABLE FULL - NOTHING SENT'         01950000
019600             TO WS-PRINT-REC                                      01960000
019700         PERFORM 700-PRINT-LINE                                   01970000
019800         MOVE 8 TO RETURN-CODE                                    01980000
019900     ELSE                                                         01990000
020000         OPEN INPUT CHECK-MASTER-FILE                             02000000
020100         OPEN OUTPUT POSPAY-FILE                                  02010000
020200         OPEN EXTEND SENT-HISTORY-FILE                            02020000
020300         PERFORM 100-READ-INPUT                                   02030000
020400         PERFORM 300-PROCESS-DATA                                 02040000
020500           UNTIL EOF-FLAG = "YES"                                 02050000
020600         PERFORM 560-WRITE-TRAILER                                02060000
020700         CLOSE SENT-HISTORY-FILE                                  02070000
020800         CLOSE POSPAY-FILE                                        02080000
020900         CLOSE CHECK-MASTER-FILE                                  02090000
021000         PERFORM 900-PRINT-FINAL-TOTALS                           02100000
021100         IF REC-COUNT <= 1                                        02110000
021200             MOVE 8 TO RETURN-CODE                                02120000
021300         ELSE                                                     02130000
021400             IF EXC-COUNT > 0                                     02140000
021500                 MOVE 4 TO RETURN-CODE                            02150000
021600             END-IF                                               02160000
021700         END-IF                                                   02170000
021800     END-IF                                                       02180000
021900     CLOSE PRINT-FILE                                             02190000
022000     PERFORM 985-WRITE-AUDIT-LOG                                  02200000
022100     GOBACK.                                                      02210000
022200                                                                  02220000
022300 100-READ-INPUT.                                                  02230000
022400     READ CHECK-MASTER-FILE                                       02240000
022500       AT END                                                     02250000
022600         MOVE "YES" TO EOF-FLAG                                   02260000
022700     END-READ                                                     02270000
022800     ADD 1 TO REC-COUNT.                                          02280000
022900                                                                  02290000
023000 300-PROCESS-DATA.                                                02300000
023100     MOVE 'I' TO WS-LOOK-ACTION                                   02310000
023200     PERFORM 500-FIND-SENT                                        02320000
023300     IF ST-PICKED = 0                                             02330000
023400         IF CM-STATUS = 'P'                                       02340000
023500             ADD 1 TO SKIP-COUNT                                  02350000
023600         ELSE                                                     02360000
023700             MOVE 'I' TO PPD-ACTION                               02370000
023800             PERFORM 520-SEND-ITEM                                02380000
023900         END-IF                                                   02390000
024000     END-IF                                                       02400000
024100     IF CM-STATUS = 'V' OR CM-STATUS = 'S'                        02410000
024200         MOVE CM-STATUS TO WS-LOOK-ACTION                         02420000
024300         PERFORM 500-FIND-SENT                                    02430000
024400         IF ST-PICKED = 0                                         02440000
024500             MOVE CM-STATUS TO PPD-ACTION                         02450000
024600             PERFORM 520-SEND-ITEM                                02460000
024700         END-IF                                                   02470000
024800     END-IF                                                       02480000
024900     IF CM-STATUS NOT = 'O' AND CM-STATUS NOT = 'P'               02490000
025000       AND CM-STATUS NOT = 'V' AND CM-STATUS NOT = 'S'            02500000
025100         ADD 1 TO EXC-COUNT                                       02510000
025200         MOVE CM-CHECK-NO TO PR-CHECK-NO                          02520000
025300         MOVE CM-ID-NUMBER TO PR-ID-NUMBER                        02530000
025400         MOVE CM-PAYEE-NAME TO PR-PAYEE-NAME                      02540000
025500         MOVE CM-ISSUE-DATE TO PR-ISSUE-DATE                      02550000
025600         MOVE CM-AMOUNT TO PR-AMOUNT                              02560000
025700         MOVE CM-STATUS TO PR-ACTION                              02570000
025800         MOVE '** UNKNOWN CHECK STATUS' TO PR-NOTE                02580000
025900         PERFORM 700-PRINT-LINE                                   02590000
026000     END-IF                                                       02600000
026100     PERFORM 100-READ-INPUT                                       02610000
026200     .                                                            02620000
026300                                                                  02630000
026400 500-FIND-SENT.                                                   02640000
026500     MOVE 0 TO ST-PICKED                                          02650000
026600     MOVE 1 TO ST-SUB                                             02660000
026700     PERFORM 505-SENT-SCAN                                        02670000
026800       UNTIL ST-PICKED > 0                                        02680000
026900       OR ST-SUB > ST-COUNT                                       02690000
027000     .                                                            02700000
027100                                                                  02710000
027200 505-SENT-SCAN.                                                   02720000
027300     IF ST-CHECK-NO (ST-SUB) = CM-CHECK-NO                        02730000
027400       AND ST-ACTION (ST-SUB) = WS-LOOK-ACTION                    02740000
027500         MOVE ST-SUB TO ST-PICKED                                 02750000
027600     ELSE                                                         02760000
027700         ADD 1 TO ST-SUB                                          02770000
027800     END-IF                                                       02780000
027900     .                                                            02790000
028000                                                                  02800000
028100 520-SEND-ITEM.                                                   02810000
028200     MOVE CM-CHECK-NO TO PPD-CHECK-NO                             02820000
028300     MOVE CM-AMOUNT TO PPD-AMOUNT                                 02830000
028400     MOVE CM-ISSUE-DATE TO PPD-ISSUE-DATE                         02840000
028500     MOVE CM-PAYEE-NAME TO PPD-PAYEE-NAME                         02850000
028600     MOVE CM-ID-NUMBER TO PPD-ID-NUMBER                           02860000
028700     WRITE POSPAY-REC FROM WS-PP-DETAIL                           02870000
028800     ADD 1 TO WS-WRITE-COUNT                                      02880000
028900     MOVE SPACES TO PS-REC                                        02890000
029000     MOVE CM-CHECK-NO TO PS-CHECK-NO                              02900000
029100     MOVE PPD-ACTION TO PS-ACTION                                 02910000
029200     MOVE WS-DATE TO PS-SENT-DATE                                 02920000
029300     MOVE CM-AMOUNT TO PS-AMOUNT                                  02930000
029400     WRITE PS-REC                                                 02940000
029500     IF PPD-ACTION = 'I'                                          02950000
029600         ADD 1 TO ISSUE-COUNT                                     02960000
029700         ADD CM-AMOUNT TO ISSUE-AMOUNT                            02970000
029800         MOVE 'ISSUE SENT' TO PR-NOTE                             02980000
029900     ELSE                                                         02990000
030000         IF PPD-ACTION = 'V'                                      03000000
030100             ADD 1 TO VOID-COUNT                                  03010000
030200             ADD CM-AMOUNT TO VOID-AMOUNT                         03020000
030300             MOVE 'VOID SENT' TO PR-NOTE                          03030000
030400         ELSE                                                     03040000
030500             ADD 1 TO STOP-COUNT                                  03050000
030600             ADD CM-AMOUNT TO STOP-AMOUNT                         03060000
030700             MOVE 'STOP PAY SENT' TO PR-NOTE                      03070000
030800         END-IF                                                   03080000
030900     END-IF                                                       03090000
031000     MOVE CM-CHECK-NO TO PR-CHECK-NO                              03100000
031100     MOVE CM-ID-NUMBER TO PR-ID-NUMBER                            03110000
031200     MOVE CM-PAYEE-NAME TO PR-PAYEE-NAME                          03120000
031300     MOVE CM-ISSUE-DATE TO PR-ISSUE-DATE                          03130000
031400     MOVE CM-AMOUNT TO PR-AMOUNT                                  03140000
031500     MOVE PPD-ACTION TO PR-ACTION                                 03150000
031600     PERFORM 700-PRINT-LINE                                       03160000
031700     .                                                            03170000
031800                                                                  03180000
031900 560-WRITE-TRAILER.                                               03190000
032000     MOVE WS-DATE TO PPT-FILE-DATE                                03200000
032100     MOVE WS-WRITE-COUNT TO PPT-REC-COUNT                         03210000
032200     MOVE ISSUE-COUNT TO PPT-ISSUE-COUNT                          03220000
032300     MOVE ISSUE-AMOUNT TO PPT-ISSUE-AMOUNT                        03230000
032400     ADD VOID-COUNT STOP-COUNT GIVING PPT-CANCEL-COUNT            03240000
032500     ADD VOID-AMOUNT STOP-AMOUNT GIVING PPT-CANCEL-AMOUNT         03250000
032600     WRITE POSPAY-REC FROM WS-PP-TRAILER                          03260000
032700     .                                                            03270000
032800                                                                  03280000
032900 700-PRINT-LINE.                                                  03290000
033000     PERFORM 750-WRITE                                            03300000
033100     IF WS-LINE-COUNT > 50                                        03310000
033200         PERFORM 800-PRINT-HEADINGS                               03320000
033300     END-IF                                                       03330000
033400     .                                                            03340000
033500                                                                  03350000
033600 750-WRITE.                                                       03360000
033700     WRITE PRINT-REC FROM WS-PRINT-REC                            03370000
033800       AFTER ADVANCING WS-SPACING LINES                           03380000
033900     END-WRITE                                                    03390000
034000     ADD WS-SPACING TO WS-LINE-COUNT                              03400000
034100     MOVE 1 TO WS-SPACING                                         03410000
034200     MOVE SPACES TO WS-PRINT-REC                                  03420000
034300     .                                                            03430000
034400                                                                  03440000
034500 800-PRINT-HEADINGS.                                              03450000
034600     ADD 1 TO WS-PAGE                                             03460000
034700     MOVE WS-PAGE TO H-PAGE                                       03470000
034800     WRITE PRINT-REC FROM HEADING-1                               03480000
034900       AFTER ADVANCING PAGE                                       03490000
035000     END-WRITE                                                    03500000
035100     MOVE HEADING-2 TO WS-PRINT-REC                               03510000
035200     MOVE 2 TO WS-SPACING                                         03520000
035300     PERFORM 750-WRITE                                            03530000
035400     MOVE 2 TO WS-SPACING                                         03540000
035500     MOVE 0 TO WS-LINE-COUNT                                      03550000
035600     .                                                            03560000
035700                                                                  03570000
035800 845-LOAD-SENT-HISTORY.                                           03580000
035900     OPEN INPUT SENT-HISTORY-FILE                                 03590000
036000     MOVE "NO" TO PS-EOF-FLAG                                     03600000
036100     MOVE 0 TO ST-COUNT                                           03610000
036200     PERFORM UNTIL PS-EOF-FLAG = "YES"                            03620000
036300         READ SENT-HISTORY-FILE                                   03630000
036400           AT END                                                 03640000
036500             MOVE "YES" TO PS-EOF-FLAG                            03650000
036600           NOT AT END                                             03660000
036700             IF ST-COUNT < 2000                                   03670000
036800                 ADD 1 TO ST-COUNT                                03680000
036900                 MOVE PS-CHECK-NO TO ST-CHECK-NO (ST-COUNT)       03690000
037000                 MOVE PS-ACTION TO ST-ACTION (ST-COUNT)           03700000
037100             ELSE                                                 03710000
037200                 ADD 1 TO ST-DROPPED-COUNT                        03720000
037300             END-IF                                               03730000
037400         END-READ                                                 03740000
037500     END-PERFORM                                                  03750000
037600     CLOSE SENT-HISTORY-FILE                                      03760000
037700     .                                                            03770000
037800                                                                  03780000
037900 850-GET-DATE.                                                    03790000
038000     ACCEPT WS-DATE FROM DATE                                     03800000
038100     MOVE MM TO H-MM                                              03810000
038200     MOVE DD TO H-DD                                              03820000
038300     MOVE YY TO H-YY                                              03830000
038400     ACCEPT WS-TIME FROM TIME                                     03840000
038500     MOVE HH TO H-HH                                              03850000
038600     MOVE MN TO H-MN                                              03860000
038700     .                                                            03870000
038800                                                                  03880000
038900 900-PRINT-FINAL-TOTALS.                                          03890000
039000     MOVE SPACES TO WS-PRINT-REC                                  03900000
039100     MOVE 2 TO WS-SPACING                                         03910000
039200     MOVE REC-COUNT TO WS-REC-COUNT-ED                            03920000
039300     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          03930000
039400     PERFORM 700-PRINT-LINE                                       03940000
039500     MOVE SPACES TO WS-PRINT-REC                                  03950000
039600     MOVE 'ISSUES SENT:' TO TL-LABEL                              03960000
039700     MOVE ISSUE-COUNT TO TL-COUNT                                 03970000
039800     MOVE ISSUE-AMOUNT TO TL-AMOUNT                               03980000
039900     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03990000
040000     PERFORM 700-PRINT-LINE                                       04000000
040100     MOVE SPACES TO WS-PRINT-REC                                  04010000
040200     MOVE 'VOIDS SENT:' TO TL-LABEL                               04020000
040300     MOVE VOID-COUNT TO TL-COUNT                                  04030000
040400     MOVE VOID-AMOUNT TO TL-AMOUNT                                04040000
040500     MOVE WS-TOTAL-LINE TO PR-DETAIL                              04050000
040600     PERFORM 700-PRINT-LINE                                       04060000
040700     MOVE SPACES TO WS-PRINT-REC                                  04070000
040800     MOVE 'STOP PAYS SENT:' TO TL-LABEL                           04080000
040900     MOVE STOP-COUNT TO TL-COUNT                                  04090000
041000     MOVE STOP-AMOUNT TO TL-AMOUNT                                04100000
041100     MOVE WS-TOTAL-LINE TO PR-DETAIL                              04110000
041200     PERFORM 700-PRINT-LINE                                       04120000
041300     MOVE SPACES TO WS-PRINT-REC                                  04130000
041400     MOVE 'PAID BEFORE SENT:' TO TL-LABEL                         04140000
041500     MOVE SKIP-COUNT TO TL-COUNT                                  04150000
041600     MOVE 0 TO TL-AMOUNT                                          04160000
041700     MOVE WS-TOTAL-LINE TO PR-DETAIL                              04170000
041800     PERFORM 700-PRINT-LINE                                       04180000
041900     .                                                            04190000
042000                                                                  04200000
042100 985-WRITE-AUDIT-LOG.                                             04210000
042200     OPEN EXTEND AUDIT-FILE                                       04220000
042300     MOVE 'POSPAY' TO AUD-PROGRAM                                 04230000
042400     MOVE WS-DATE TO AUD-RUN-DATE                                 04240000
042500     MOVE WS-TIME TO AUD-RUN-TIME                                 04250000
042600     MOVE ZERO TO AUD-PERIOD-END                                  04260000
042700     MOVE REC-COUNT TO AUD-RECS-READ                              04270000
042800     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      04280000
042900     MOVE EXC-COUNT TO AUD-EXC-COUNT                              04290000
043000     MOVE RETURN-CODE TO AUD-RETURN-CODE                          04300000
043100     WRITE AUD-REC                                                04310000
043200     CLOSE AUDIT-FILE                                             04320000
043300     .                                                            04330000
