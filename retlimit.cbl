000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.    RETLIMIT.                                         00020000
000300 AUTHOR.        CSU0020 ADAM DAVIES.                              00030000
000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000700*    RETIREMENT DEFERRAL LIMIT PASS OVER THE CLEAN PAY-FILE, *    00070000
000800*    RUN AFTER PAYEDIT (OR RECYCLE) AND BEFORE BREAKS, SO    *    00080000
000900*    EVERY LATER STEP - BREAKS, DEDREG, EMPCOST, PAYNET -    *    00090000
001000*    SEES THE DEFERRAL ACTUALLY TAKEN.  EACH EMPLOYEE'S      *    00100000
001100*    YEAR-TO-DATE DEFERRAL COMES FROM THE RETYTD FILE KEPT   *    00110000
001200*    ALONGSIDE YTDMSTR, PLUS WHAT EARLIER RECORDS IN THIS    *    00120000
001300*    RUN HAVE ALREADY TAKEN.  A PAY-DED-RET THAT WOULD TAKE  *    00130000
001400*    THE EMPLOYEE OVER THE ANNUAL LIMIT ON THE RETCTL CARD   *    00140000
001500*    IS CUT BACK TO THE ROOM LEFT (ZERO ONCE THE LIMIT IS    *    00150000
001600*    MET), PAY-EMP-DEDS IS REDUCED BY THE SAME AMOUNT SO     *    00160000
001700*    NET PAY STAYS RIGHT, AND THE REDUCTION IS LISTED.  'R'  *    00170000
001800*    REVERSALS GIVE THEIR DEFERRAL BACK AND ARE NEVER CUT.   *    00180000
001900*    EVERY RECORD IS WRITTEN TO THE OUTPUT FILE IN THE SAME  *    00190000
002000*    ORDER.  AT THE END THE PERIOD IS POSTED TO RETYTD; A    *    00200000
002100*    RERUN OF THE SAME PERIOD REPLACES THE EARLIER POSTING.  *    00210000
002200*    A RUN TABLE OVERFLOW POSTS NOTHING AND ENDS WITH RC 8.  *    00220000
002300*                                                            *    00230000
002400**************************************************************    00240000
002500                                                                  00250000
002600 ENVIRONMENT DIVISION.                                            00260000
002700 CONFIGURATION SECTION.                                           00270000
002800 SOURCE-COMPUTER.                                                 00280000
002900     Z13                                                          00290000
003000     WITH DEBUGGING MODE                                          00300000
003100     .                                                            00310000
003200                                                                  00320000
003300 INPUT-OUTPUT SECTION.                                            00330000
003400                                                                  00340000
003500 FILE-CONTROL.                                                    00350000
003600     SELECT PAY-FILE               ASSIGN TO MYINFILE.            00360000
003700     SELECT LIMITED-FILE           ASSIGN TO RETCLEAN.            00370000
003800     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00380000
003900     SELECT OPTIONAL RETIRE-CONTROL-FILE ASSIGN TO RETCTL.        00390000
004000     SELECT OPTIONAL RETIRE-YTD-FILE ASSIGN TO RETYTD             00400000
004100         ORGANIZATION IS INDEXED                                  00410000
004200         ACCESS IS RANDOM                                         00420000
004300         RECORD KEY IS RY-ID-NUMBER.                              00430000
004400     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00440000
004500                                                                  00450000
004600 DATA DIVISION.                                                   00460000
004700 FILE SECTION.                                                    00470000
004800                                                                  00480000
004900 FD  PAY-FILE                                                     00490000
005000     RECORDING MODE IS F.                                         00500000
005100 01  PAY-REC.                                                     00510000
005200     10  FILLER                    PIC X(102).                    00520000
005300                                                                  00530000
005400 FD  LIMITED-FILE                                                 00540000
005500     RECORDING MODE IS F.                                         00550000
005600 01  LIMITED-REC.                                                 00560000
005700     10  FILLER                    PIC X(102).                    00570000
005800                                                                  00580000
005900 FD  PRINT-FILE                                                   00590000
006000     RECORDING MODE IS F.                                         00600000
006100 01  PRINT-REC.                                                   00610000
006200     10  FILLER                    PIC X(132).                    00620000
006300                                                                  00630000
006400 FD  RETIRE-CONTROL-FILE                                          00640000
006500     RECORDING MODE IS F.                                         00650000
006600     COPY RETCTL.                                                 00660000
006700                                                                  00670000
006800 FD  RETIRE-YTD-FILE.                                             00680000
006900     COPY RETYTD.                                                 00690000
007000                                                                  00700000
007100 FD  AUDIT-FILE                                                   00710000
007200     RECORDING MODE IS F.                                         00720000
007300     COPY AUDITLOG.                                               00730000
007400                                                                  00740000
007500 WORKING-STORAGE SECTION.                                         00750000
007600                                                                  00760000
007700 01  WS-COUNTERS-FLAGS.                                           00770000
007800     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00780000
007900     10  WS-SPACING                PIC 9(01) VALUE 2.             00790000
008000     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00800000
008100     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00810000
008200     10  WS-PAGE                   PIC 9(03) VALUE 0.             00820000
008300     10  WRITE-COUNT               PIC 9(05) VALUE ZERO.          00830000
008400     10  CAPPED-COUNT              PIC 9(05) VALUE ZERO.          00840000
008500     10  STOPPED-COUNT             PIC 9(05) VALUE ZERO.          00850000
008600     10  POSTED-COUNT              PIC 9(05) VALUE ZERO.          00860000
008700     10  RR-DROPPED-COUNT          PIC 9(05) VALUE ZERO.          00870000
008800     10  RY-FOUND-FLAG             PIC X(03) VALUE "NO".          00880000
008900                                                                  00890000
009000 01  RETIRE-LIMIT-FIELDS.                                         00900000
009100     10  WS-ANNUAL-LIMIT           PIC 9(05)V99 VALUE 23500.00.   00910000
009200     10  WS-YTD-BEFORE             PIC S9(07)V99 VALUE 0.         00920000
009300     10  WS-ROOM                   PIC S9(07)V99 VALUE 0.         00930000
009400     10  WS-KEYED-RET              PIC 9(03)V99 VALUE 0.          00940000
009500     10  WS-REDUCTION              PIC 9(03)V99 VALUE 0.          00950000
009600                                                                  00960000
009700 01  RETIRE-RUN-TABLE.                                            00970000
009800     10  RR-COUNT                  PIC 9(04) VALUE ZERO.          00980000
009900     10  RR-ITEM                   OCCURS 1000 TIMES.             00990000
010000         15  RR-ID-NUMBER          PIC X(05).                     01000000
010100         15  RR-YEAR               PIC 9(02).                     01010000
010200         15  RR-PERIOD             PIC 9(06).                     01020000
010300         15  RR-BASE               PIC S9(07)V99.                 01030000
010400         15  RR-RUN                PIC S9(07)V99.                 01040000
010500                                                                  01050000
010600 01  RR-SUB                        PIC 9(04) VALUE ZERO.          01060000
010700 01  RR-PICKED                     PIC 9(04) VALUE ZERO.          01070000
010800                                                                  01080000
010900 01  LIMIT-TOTALS.                                                01090000
011000     10  LT-KEYED                  PIC S9(07)V99 VALUE 0.         01100000
011100     10  LT-TAKEN                  PIC S9(07)V99 VALUE 0.         01110000
011200     10  LT-REDUCED                PIC S9(07)V99 VALUE 0.         01120000
011300                                                                  01130000
011400 01  WS-REC-COUNT-LINE.                                           01140000
011500     10  FILLER                    PIC X(14) VALUE                01150000
011600         'RECORDS READ: '.                                        01160000
011700     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01170000
011800                                                                  01180000
011900 01  WS-TOTAL-LINE.                                               01190000
012000     10  FILLER                    PIC X(01).                     01200000
012100     10  TL-LABEL                  PIC X(30).                     01210000
012200     10  TL-COUNT                  PIC ZZ,ZZ9.                    01220000
012300     10  FILLER                    PIC X(03).                     01230000
012400     10  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.           01240000
012500                                                                  01250000
012600     COPY PAYROLL.                                                01260000
012700                                                                  01270000
012800 01  WS-PRINT-REC                  VALUE SPACES.                  01280000
012900     05  PR-DETAIL.                                               01290000
013000         10  FILLER                PIC X(01).                     01300000
013100         10  PR-DIV                PIC X(02).                     01310000
013200         10  FILLER                PIC X(01).                     01320000
013300         10  PR-DEPT               PIC X(03).                     01330000
013400         10  FILLER                PIC X(01).                     01340000
013500         10  PR-LAST-NAME          PIC X(11).                     01350000
013600         10  FILLER                PIC X(01).                     01360000
013700         10  PR-ID-NUMBER          PIC X(05).                     01370000
013800         10  FILLER                PIC X(02).                     01380000
013900         10  PR-YTD-BEFORE         PIC Z,ZZZ,ZZ9.99-.             01390000
014000         10  FILLER                PIC X(02).                     01400000
014100         10  PR-KEYED              PIC ZZ9.99.                    01410000
014200         10  FILLER                PIC X(03).                     01420000
014300         10  PR-TAKEN              PIC ZZ9.99.                    01430000
014400         10  FILLER                PIC X(03).                     01440000
014500         10  PR-REDUCED            PIC ZZ9.99.                    01450000
014600         10  FILLER                PIC X(02).                     01460000
014700         10  PR-NOTE               PIC X(22).                     01470000
014800     05  FILLER                    PIC X(42).                     01480000
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
017600         'RETIREMENT DEFERRAL LIMIT REDUCTIONS    '.              01760000
017700     10  FILLER                    PIC X(05) VALUE SPACES.        01770000
017800     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      01780000
017900     10  H-PAGE                    PIC Z(03).                     01790000
018000                                                                  01800000
018100 01  HEADING-2.                                                   01810000
018200     10  FILLER                    PIC X(40) VALUE                01820000
018300         ' CCTR   LAST         EMP#     YTD BEFORE'.              01830000
018400     10  FILLER                    PIC X(40) VALUE                01840000
018500         '    KEYED    TAKEN  REDUCED  NOTE       '.              01850000
018600                                                                  01860000
018700 PROCEDURE DIVISION.                                              01870000
018800                                                                  01880000
018900 010-START-HERE.                                                  01890000
019000     OPEN INPUT PAY-FILE                                          01900000
019100     OPEN OUTPUT LIMITED-FILE                                     01910000
019200     OPEN OUTPUT PRINT-FILE                                       01920000
019300     PERFORM 843-LOAD-RETIRE-CONTROL                              01930000
019400     OPEN I-O RETIRE-YTD-FILE                                     01940000
019500     PERFORM 100-READ-INPUT                                       01950000
019600     PERFORM 850-GET-DATE                                         01960000
019700     PERFORM 800-PRINT-HEADINGS                                   01970000
019800                                                                  01980000
019900     PERFORM 300-PROCESS-DATA                                     01990000
020000       UNTIL EOF-FLAG = "YES"                                     02000000
020100                                                                  02010000
020200     IF RR-DROPPED-COUNT > 0                                      02020000
020300         MOVE 'RUN TABLE OVER 1000 EMPLOYEES - RETYTD NOT POSTED' 02030000
020400             TO PR-DETAIL                                         02040000
020500         PERFORM 700-PRINT-LINE                                   02050000
020600     ELSE                                                         02060000
020700         MOVE 1 TO RR-SUB                                         02070000
020800         PERFORM 600-POST-RETIRE-YTD                              02080000
020900           UNTIL RR-SUB > RR-COUNT                                02090000
021000     END-IF                                                       02100000
021100     PERFORM 900-PRINT-FINAL-TOTALS                               02110000
021200     CLOSE PAY-FILE                                               02120000
021300     CLOSE LIMITED-FILE                                           02130000
021400     CLOSE PRINT-FILE                                             02140000
021500     CLOSE RETIRE-YTD-FILE                                        02150000
021600     IF REC-COUNT <= 1 OR RR-DROPPED-COUNT > 0                    02160000
021700         MOVE 8 TO RETURN-CODE                                    02170000
021800     ELSE                                                         02180000
021900         IF CAPPED-COUNT > 0 OR STOPPED-COUNT > 0                 02190000
022000             MOVE 4 TO RETURN-CODE                                02200000
022100         END-IF                                                   02210000
022200     END-IF                                                       02220000
022300     PERFORM 985-WRITE-AUDIT-LOG                                  02230000
022400     GOBACK.                                                      02240000
022500                                                                  02250000
022600 100-READ-INPUT.                                                  02260000
022700     READ PAY-FILE INTO WS-PAY-REC                                02270000
022800       AT END                                                     02280000
022900         MOVE "YES" TO EOF-FLAG                                   02290000
023000     END-READ                                                     02300000
023100     ADD 1 TO REC-COUNT.                                          02310000
023200                                                                  02320000
023300 300-PROCESS-DATA.                                                02330000
023400     IF PAY-DED-RET > 0                                           02340000
023500         PERFORM 400-FIND-EMPLOYEE                                02350000
023600         IF RR-PICKED > 0                                         02360000
023700             IF PAY-ADJ-IND = 'R'                                 02370000
023800                 SUBTRACT PAY-DED-RET FROM RR-RUN (RR-PICKED)     02380000
023900             ELSE                                                 02390000
024000                 PERFORM 420-APPLY-LIMIT                          02400000
024100             END-IF                                               02410000
024200         END-IF                                                   02420000
024300     END-IF                                                       02430000
024400     ADD 1 TO WRITE-COUNT                                         02440000
024500     WRITE LIMITED-REC FROM WS-PAY-REC                            02450000
024600     PERFORM 100-READ-INPUT                                       02460000
024700     .                                                            02470000
024800                                                                  02480000
024900 400-FIND-EMPLOYEE.                                               02490000
025000     MOVE 0 TO RR-PICKED                                          02500000
025100     MOVE 1 TO RR-SUB                                             02510000
025200     PERFORM 410-EMPLOYEE-SCAN                                    02520000
025300       UNTIL RR-PICKED > 0                                        02530000
025400       OR RR-SUB > RR-COUNT                                       02540000
025500     IF RR-PICKED = 0                                             02550000
025600         IF RR-COUNT < 1000                                       02560000
025700             ADD 1 TO RR-COUNT                                    02570000
025800             MOVE RR-COUNT TO RR-PICKED                           02580000
025900             PERFORM 415-LOAD-RETIRE-YTD                          02590000
026000         ELSE                                                     02600000
026100             ADD 1 TO RR-DROPPED-COUNT                            02610000
026200         END-IF                                                   02620000
026300     END-IF                                                       02630000
026400     .                                                            02640000
026500                                                                  02650000
026600 410-EMPLOYEE-SCAN.                                               02660000
026700     IF RR-ID-NUMBER (RR-SUB) = PAY-ID-NUMBER                     02670000
026800         MOVE RR-SUB TO RR-PICKED                                 02680000
026900     ELSE                                                         02690000
027000         ADD 1 TO RR-SUB                                          02700000
027100     END-IF                                                       02710000
027200     .                                                            02720000
027300                                                                  02730000
027400 415-LOAD-RETIRE-YTD.                                             02740000
027500     MOVE PAY-ID-NUMBER TO RR-ID-NUMBER (RR-PICKED)               02750000
027600     MOVE PAY-PERIOD-END-YY TO RR-YEAR (RR-PICKED)                02760000
027700     MOVE PAY-PERIOD-END-DATE TO RR-PERIOD (RR-PICKED)            02770000
027800     MOVE 0 TO RR-BASE (RR-PICKED)                                02780000
027900     MOVE 0 TO RR-RUN (RR-PICKED)                                 02790000
028000     MOVE PAY-ID-NUMBER TO RY-ID-NUMBER                           02800000
028100     READ RETIRE-YTD-FILE                                         02810000
028200       INVALID KEY                                                02820000
028300         MOVE "NO" TO RY-FOUND-FLAG                               02830000
028400       NOT INVALID KEY                                            02840000
028500         MOVE "YES" TO RY-FOUND-FLAG                              02850000
028600     END-READ                                                     02860000
028700     IF RY-FOUND-FLAG = "YES"                                     02870000
028800       AND RY-YEAR = PAY-PERIOD-END-YY                            02880000
028900         IF RY-LAST-PERIOD = RR-PERIOD (RR-PICKED)                02890000
029000             SUBTRACT RY-PERIOD-DEFERRAL FROM RY-YTD-DEFERRAL     02900000
029100               GIVING RR-BASE (RR-PICKED)                         02910000
029200         ELSE                                                     02920000
029300             MOVE RY-YTD-DEFERRAL TO RR-BASE (RR-PICKED)          02930000
029400         END-IF                                                   02940000
029500     END-IF                                                       02950000
029600     .                                                            02960000
029700                                                                  02970000
029800 420-APPLY-LIMIT.                                                 02980000
029900     MOVE PAY-DED-RET TO WS-KEYED-RET                             02990000
030000     ADD WS-KEYED-RET TO LT-KEYED                                 03000000
030100     ADD RR-BASE (RR-PICKED) RR-RUN (RR-PICKED)                   03010000
030200       GIVING WS-YTD-BEFORE                                       03020000
030300     SUBTRACT WS-YTD-BEFORE FROM WS-ANNUAL-LIMIT GIVING WS-ROOM   03030000
030400     IF WS-ROOM < 0                                               03040000
030500         MOVE 0 TO WS-ROOM                                        03050000
030600     END-IF                                                       03060000
030700     IF PAY-DED-RET > WS-ROOM                                     03070000
030800         MOVE WS-ROOM TO PAY-DED-RET                              03080000
030900         SUBTRACT PAY-DED-RET FROM WS-KEYED-RET                   03090000
031000           GIVING WS-REDUCTION                                    03100000
031100         IF PAY-EMP-DEDS > WS-REDUCTION                           03110000
031200             SUBTRACT WS-REDUCTION FROM PAY-EMP-DEDS              03120000
031300         ELSE                                                     03130000
031400             MOVE 0 TO PAY-EMP-DEDS                               03140000
031500         END-IF                                                   03150000
031600         ADD WS-REDUCTION TO LT-REDUCED                           03160000
031700         PERFORM 500-PRINT-REDUCTION                              03170000
031800     END-IF                                                       03180000
031900     ADD PAY-DED-RET TO RR-RUN (RR-PICKED)                        03190000
032000     ADD PAY-DED-RET TO LT-TAKEN                                  03200000
032100     .                                                            03210000
032200                                                                  03220000
032300 500-PRINT-REDUCTION.                                             03230000
032400     IF PAY-DED-RET = 0                                           03240000
032500         ADD 1 TO STOPPED-COUNT                                   03250000
032600         MOVE '** STOPPED - LIMIT MET' TO PR-NOTE                 03260000
032700     ELSE                                                         03270000
032800         ADD 1 TO CAPPED-COUNT                                    03280000
032900         MOVE '** CAPPED AT LIMIT' TO PR-NOTE                     03290000
033000     END-IF                                                       03300000
033100     MOVE PAY-DIV TO PR-DIV                                       03310000
033200     MOVE PAY-DEPT TO PR-DEPT                                     03320000
033300     MOVE PAY-LAST-NAME TO PR-LAST-NAME                           03330000
033400     MOVE PAY-ID-NUMBER TO PR-ID-NUMBER                           03340000
033500     MOVE WS-YTD-BEFORE TO PR-YTD-BEFORE                          03350000
033600     MOVE WS-KEYED-RET TO PR-KEYED                                03360000
033700     MOVE PAY-DED-RET TO PR-TAKEN                                 03370000
033800     MOVE WS-REDUCTION TO PR-REDUCED                              03380000
033900     PERFORM 700-PRINT-LINE                                       03390000
034000     .                                                            03400000
034100                                                                  03410000
034200 600-POST-RETIRE-YTD.                                             03420000
034300     MOVE RR-ID-NUMBER (RR-SUB) TO RY-ID-NUMBER                   03430000
034400     READ RETIRE-YTD-FILE                                         03440000
034500       INVALID KEY                                                03450000
034600         MOVE "NO" TO RY-FOUND-FLAG                               03460000
034700       NOT INVALID KEY                                            03470000
034800         MOVE "YES" TO RY-FOUND-FLAG                              03480000
034900     END-READ                                                     03490000
035000     MOVE RR-ID-NUMBER (RR-SUB) TO RY-ID-NUMBER                   03500000
035100     MOVE RR-YEAR (RR-SUB) TO RY-YEAR                             03510000
035200     ADD RR-BASE (RR-SUB) RR-RUN (RR-SUB)                         03520000
035300       GIVING RY-YTD-DEFERRAL                                     03530000
035400     MOVE RR-PERIOD (RR-SUB) TO RY-LAST-PERIOD                    03540000
035500     MOVE RR-RUN (RR-SUB) TO RY-PERIOD-DEFERRAL                   03550000
035600     IF RY-FOUND-FLAG = "YES"                                     03560000
035700         REWRITE RY-REC                                           03570000
035800     ELSE                                                         03580000
035900         WRITE RY-REC                                             03590000
036000     END-IF                                                       03600000
036100     ADD 1 TO POSTED-COUNT                                        03610000
036200     ADD 1 TO RR-SUB                                              03620000
036300     .                                                            03630000
036400                                                                  03640000
036500 700-PRINT-LINE.                                                  03650000
036600     PERFORM 750-WRITE                                            03660000
036700     IF WS-LINE-COUNT > 50                                        03670000
036800         PERFORM 800-PRINT-HEADINGS                               03680000
036900     END-IF                                                       03690000
037000     .                                                            03700000
037100                                                                  03710000
037200 750-WRITE.                                                       03720000
037300     WRITE PRINT-REC FROM WS-PRINT-REC                            03730000
037400       AFTER ADVANCING WS-SPACING LINES                           03740000
037500     END-WRITE                                                    03750000
037600     ADD WS-SPACING TO WS-LINE-COUNT                              03760000
037700     MOVE 1 TO WS-SPACING                                         03770000
037800     MOVE SPACES TO WS-PRINT-REC                                  03780000
037900     .                                                            03790000
038000                                                                  03800000
038100 800-PRINT-HEADINGS.                                              03810000
038200     ADD 1 TO WS-PAGE                                             03820000
038300     MOVE WS-PAGE TO H-PAGE                                       03830000
038400     WRITE PRINT-REC FROM HEADING-1                               03840000
038500       AFTER ADVANCING PAGE                                       03850000
038600     END-WRITE                                                    03860000
038700     MOVE HEADING-2 TO WS-PRINT-REC                               03870000
038800     MOVE 2 TO WS-SPACING                                         03880000
038900     PERFORM 750-WRITE                                            03890000
039000     MOVE 2 TO WS-SPACING                                         03900000
039100     MOVE 0 TO WS-LINE-COUNT                                      03910000
039200     .                                                            03920000
039300                                                                  03930000
039400 843-LOAD-RETIRE-CONTROL.                                         03940000
039500     OPEN INPUT RETIRE-CONTROL-FILE                               03950000
039600     READ RETIRE-CONTROL-FILE                                     03960000
039700       AT END                                                     03970000
039800         CONTINUE                                                 03980000
039900       NOT AT END                                                 03990000
040000         IF RL-ANNUAL-LIMIT NUMERIC                               04000000
040100           AND RL-ANNUAL-LIMIT > 0                                04010000
040200             MOVE RL-ANNUAL-LIMIT TO WS-ANNUAL-LIMIT              04020000
040300         END-IF                                                   04030000
040400     END-READ                                                     04040000
040500     CLOSE RETIRE-CONTROL-FILE                                    04050000
040600     .                                                            04060000
040700                                                                  04070000
040800 850-GET-DATE.                                                    04080000
040900     ACCEPT WS-DATE FROM DATE                                     04090000
041000     MOVE MM TO H-MM                                              04100000
041100     MOVE DD TO H-DD                                              04110000
041200     MOVE YY TO H-YY                                              04120000
041300     ACCEPT WS-TIME FROM TIME                                     04130000
041400     MOVE HH TO H-HH                                              04140000
041500     MOVE MN TO H-MN                                              04150000
041600     .                                                            04160000
041700                                                                  04170000
041800 900-PRINT-FINAL-TOTALS.                                          04180000
041900     MOVE SPACES TO WS-PRINT-REC                                  04190000
042000     MOVE 2 TO WS-SPACING                                         04200000
042100     MOVE REC-COUNT TO WS-REC-COUNT-ED                            04210000
042200     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          04220000
042300     PERFORM 700-PRINT-LINE                                       04230000
042400     MOVE SPACES TO WS-TOTAL-LINE                                 04240000
042500     MOVE 'RECORDS WRITTEN:' TO TL-LABEL                          04250000
042600     MOVE WRITE-COUNT TO TL-COUNT                                 04260000
042700     PERFORM 910-PRINT-TOTAL-LINE                                 04270000
042800     MOVE 'ANNUAL DEFERRAL LIMIT:' TO TL-LABEL                    04280000
042900     MOVE WS-ANNUAL-LIMIT TO TL-AMOUNT                            04290000
043000     PERFORM 910-PRINT-TOTAL-LINE                                 04300000
043100     MOVE 'DEFERRALS KEYED:' TO TL-LABEL                          04310000
043200     MOVE LT-KEYED TO TL-AMOUNT                                   04320000
043300     PERFORM 910-PRINT-TOTAL-LINE                                 04330000
043400     MOVE 'DEFERRALS TAKEN:' TO TL-LABEL                          04340000
043500     MOVE LT-TAKEN TO TL-AMOUNT                                   04350000
043600     PERFORM 910-PRINT-TOTAL-LINE                                 04360000
043700     MOVE 'DEFERRALS CAPPED:' TO TL-LABEL                         04370000
043800     MOVE CAPPED-COUNT TO TL-COUNT                                04380000
043900     PERFORM 910-PRINT-TOTAL-LINE                                 04390000
044000     MOVE 'DEFERRALS STOPPED:' TO TL-LABEL                        04400000
044100     MOVE STOPPED-COUNT TO TL-COUNT                               04410000
044200     PERFORM 910-PRINT-TOTAL-LINE                                 04420000
044300     MOVE 'TOTAL REDUCTION:' TO TL-LABEL                          04430000
044400     MOVE LT-REDUCED TO TL-AMOUNT                                 04440000
044500     PERFORM 910-PRINT-TOTAL-LINE                                 04450000
044600     MOVE 'EMPLOYEES POSTED TO RETYTD:' TO TL-LABEL               04460000
044700     MOVE POSTED-COUNT TO TL-COUNT                                04470000
044800     PERFORM 910-PRINT-TOTAL-LINE                                 04480000
044900     .                                                            04490000
045000                                                                  04500000
045100 910-PRINT-TOTAL-LINE.                                            04510000
045200     MOVE WS-TOTAL-LINE TO PR-DETAIL                              04520000
045300     PERFORM 700-PRINT-LINE                                       04530000
045400     MOVE SPACES TO WS-TOTAL-LINE                                 04540000
045500     .                                                            04550000
045600                                                                  04560000
045700 985-WRITE-AUDIT-LOG.                                             04570000
045800     OPEN EXTEND AUDIT-FILE                                       04580000
045900     MOVE 'RETLIMIT' TO AUD-PROGRAM                               04590000
046000     MOVE WS-DATE TO AUD-RUN-DATE                                 04600000
046100     MOVE WS-TIME TO AUD-RUN-TIME                                 04610000
046200     IF REC-COUNT > 1                                             04620000
046300         MOVE PAY-PERIOD-END-DATE TO AUD-PERIOD-END               04630000
046400     ELSE                                                         04640000
046500         MOVE ZERO TO AUD-PERIOD-END                              04650000
046600     END-IF                                                       04660000
046700     MOVE REC-COUNT TO AUD-RECS-READ                              04670000
046800     MOVE WRITE-COUNT TO AUD-RECS-WRITTEN                         04680000
046900     ADD CAPPED-COUNT STOPPED-COUNT GIVING AUD-EXC-COUNT          04690000
047000     MOVE RETURN-CODE TO AUD-RETURN-CODE                          04700000
047100     WRITE AUD-REC                                                04710000
047200     CLOSE AUDIT-FILE                                             04720000
047300     .                                                            04730000
