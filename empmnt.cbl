001825*    C=COMPANY CODE                                          *    00182500
001830*    3=DED RET  4=DED GARN.  AMOUNT VALUES ARE KEYED AS      *    00183000
001840*    FIVE DIGITS WITH TWO IMPLIED DECIMALS.                  *    00184000
001845*    X=SSN (NINE DIGITS)  A=STREET ADDRESS  B=CITY           *    00184500
001850*    G=STATE, ZIP AND ZIP+4 KEYED AS SSZZZZZ9999.            *    00185000
001855*                                                            *    00185500
001860*    TRANSACTIONS MAY ALSO CARRY AN EFFECTIVE PAY PERIOD (A  *    00186000
001865*    PERCTL PERIOD-END DATE, MMDDYY) AND THE KEYING          *    00186500
001870*    OPERATOR'S ID.  A CHANGE DATED FOR A PERIOD NOT YET     *    00187000
001875*    OPEN, AND EVERY RATE (E), PAY TYPE (Y) OR STATUS (S)    *    00187500
001880*    CHANGE, IS QUEUED ON THE PENDCHG PENDING-CHANGE FILE    *    00188000
001885*    INSTEAD OF BEING APPLIED.  RATE, PAY TYPE AND STATUS    *    00188500
001890*    CHANGES WAIT THERE UNTIL AN 'R' RELEASE CARD FROM A     *    00189000
001895*    SECOND OPERATOR NAMES THE PENDING CHANGE NUMBER; A      *    00189500
001900*    RELEASED CHANGE THAT IS ALREADY DUE IS APPLIED AT       *    00190000
001905*    ONCE, OTHERWISE PERCLOSE APPLIES IT WHEN IT OPENS THE   *    00190500
001910*    PERIOD.  ADDS AND DELETES CANNOT BE DATED.  PENDRPT     *    00191000
001915*    LISTS THE QUEUE.                                        *    00191500
001920*    GROUP W SETS THE WORKERS COMP CLASS OVERRIDE (FOUR      *    00192000
001925*    CHARACTERS; SPACES RETURNS THE EMPLOYEE TO THE WCCLASS  *    00192500
001930*    DIVISION/DEPARTMENT MAPPING).  EVERY ADD, AND EVERY     *    00193000
001935*    STATUS CHANGE FROM T BACK TO A (A REHIRE) APPLIED HERE, *    00193500
001940*    IS RECORDED ON THE NEWHIRE PENDING FILE FOR NHREPORT    *    00194000
001945*    TO SEND TO THE STATE NEW-HIRE REGISTRY.                 *    00194500
001950*    A PAY TYPE (Y) CHANGE WHOSE CODE IS NOT ON THE PAYTYPE  *    00195000
001955*    CONTROL FILE (S AND H WHEN THE FILE IS NOT PRESENT) IS  *    00195500
001960*    REJECTED, BOTH WHEN QUEUED AND WHEN APPLIED.            *    00196000
001965*                                                            *    00196500
002000**************************************************************    00200000
002100                                                                  00210000
002200 ENVIRONMENT DIVISION.                                            00220000
003500         ORGANIZATION IS INDEXED                                  00350000
003600         ACCESS IS RANDOM                                         00360000
003700         RECORD KEY IS EMP-ID-NUMBER.                             00370000
003725     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00372500
003750     SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO PENDCHG.       00375000
003775     SELECT OPTIONAL NEW-HIRE-FILE ASSIGN TO NEWHIRE.             00377500
003795     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00379500
003800                                                                  00380000
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
005797     10  FILLER REDEFINES ET-NEW-VALUE.                           00579700
005798         15  ET-VALUE-DNAME        PIC X(20).                     00579800
005799         15  FILLER                PIC X(10).                     00579900
005800     10  FILLER REDEFINES ET-NEW-VALUE.                           00580000
005801         15  ET-VALUE-SSN.                                        00580100
005802             20  ET-SSN-AREA       PIC X(03).                     00580200
005803             20  ET-SSN-GROUP      PIC X(02).                     00580300
005804             20  ET-SSN-SERIAL     PIC X(04).                     00580400
005805         15  FILLER                PIC X(21).                     00580500
005806     10  FILLER REDEFINES ET-NEW-VALUE.                           00580600
005807         15  ET-VALUE-CLASS        PIC X(04).                     00580700
005808         15  FILLER                PIC X(26).                     00580800
005809     10  FILLER REDEFINES ET-NEW-VALUE.                           00580900
005819         15  ET-VALUE-PEND-SEQ     PIC X(06).                     00581900
005829         15  FILLER                PIC X(24).                     00582900
005830     10  FILLER REDEFINES ET-NEW-VALUE.                           00583000
005831         15  ET-VALUE-ADDR         PIC X(22).                     00583100
005832         15  FILLER                PIC X(08).                     00583200
005833     10  FILLER REDEFINES ET-NEW-VALUE.                           00583300
005834         15  ET-VALUE-STATE        PIC X(02).                     00583400
005835         15  ET-VALUE-ZIP          PIC X(05).                     00583500
005836         15  ET-VALUE-ZIP4         PIC X(04).                     00583600
005837         15  FILLER                PIC X(19).                     00583700
005839     10  ET-EFF-PERIOD             PIC X(06).                     00583900
005849     10  ET-OPERATOR               PIC X(08).                     00584900
005859                                                                  00585900
005900 FD  PRINT-FILE                                                   00590000
006000     RECORDING MODE IS F.                                         00600000
006100 01  PRINT-REC.                                                   00610000
006300                                                                  00630000
006400 FD  EMPLOYEE-MASTER-FILE.                                        00640000
006500     COPY EMPMSTR.                                                00650000
006510                                                                  00651000
006520 FD  PERIOD-CONTROL-FILE                                          00652000
006530     RECORDING MODE IS F.                                         00653000
006540     COPY PERCTL.                                                 00654000
006550                                                                  00655000
006560 FD  PENDING-CHANGE-FILE                                          00656000
006570     RECORDING MODE IS F.                                         00657000
006580     COPY PENDCHG.                                                00658000
006590                                                                  00659000
006600 FD  NEW-HIRE-FILE                                                00660000
006610     RECORDING MODE IS F.                                         00661000
006620     COPY NEWHIRE.                                                00662000
006630                                                                  00663000
006640 FD  PAY-TYPE-FILE                                                00664000
006650     RECORDING MODE IS F.                                         00665000
006660     COPY PAYTYPE.                                                00666000
006670                                                                  00667000
006700 WORKING-STORAGE SECTION.                                         00670000
006800                                                                  00680000
006900 01  WS-COUNTERS-FLAGS.                                           00690000
007700     10  DELETE-COUNT              PIC 9(05) VALUE ZERO.          00770000
007800     10  REJECT-COUNT              PIC 9(05) VALUE ZERO.          00780000
007900     10  EMP-FOUND-FLAG            PIC X(03) VALUE "NO".          00790000
007910     10  QUEUE-COUNT               PIC 9(05) VALUE ZERO.          00791000
007920     10  APPROVE-COUNT             PIC 9(05) VALUE ZERO.          00792000
007930     10  WS-CHANGE-ROUTE           PIC X(01) VALUE 'I'.           00793000
007940     10  WS-NEW-STATUS             PIC X(01) VALUE 'R'.           00794000
007950     10  WS-DUE-FLAG               PIC X(03) VALUE "NO".          00795000
007960     10  NEW-HIRE-COUNT            PIC 9(05) VALUE ZERO.          00796000
007970     10  WS-OLD-STATUS             PIC X(01) VALUE SPACE.         00797000
007980     10  WS-NH-EVENT               PIC X(01) VALUE SPACE.         00798000
008000                                                                  00800000
008100 01  WS-DEP-VALUE                  PIC X(02).                     00810000
008102                                                                  00810200
008104 01  PERIOD-CONTROL-TABLE.                                        00810400
008106     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          00810600
008108     10  PPC-ITEM                  OCCURS 53 TIMES.               00810800
008110         15  PPC-T-DATE            PIC 9(06).                     00811000
008112         15  PPC-T-STATUS          PIC X(01).                     00811200
008114 01  PPC-SUB                       PIC 9(03) VALUE ZERO.          00811400
008116 01  PPC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          00811600
008118 01  WS-EFF-SUB                    PIC 9(03) VALUE ZERO.          00811800
008120 01  WS-EFF-DATE                   PIC 9(06) VALUE ZERO.          00812000
008122                                                                  00812200
008124 01  PENDING-CHANGE-TABLE.                                        00812400
008126     10  PT-COUNT                  PIC 9(03) VALUE ZERO.          00812600
008128     10  PT-ITEM                   OCCURS 500 TIMES.              00812800
008130         15  PT-SEQ-NO             PIC 9(06).                     00813000
008132         15  PT-STATUS             PIC X(01).                     00813200
008134         15  PT-EFF-PERIOD         PIC X(06).                     00813400
008136         15  PT-ENTERED-BY         PIC X(08).                     00813600
008138         15  PT-ENTERED-DATE       PIC 9(06).                     00813800
008140         15  PT-APPROVED-BY        PIC X(08).                     00814000
008142         15  PT-APPROVED-DATE      PIC 9(06).                     00814200
008144         15  PT-ID-NUMBER          PIC X(05).                     00814400
008146         15  PT-FIELD-GROUP        PIC X(01).                     00814600
008148         15  PT-NEW-VALUE          PIC X(30).                     00814800
008150         15  PT-REMOVE-FLAG        PIC X(01).                     00815000
008152 01  PT-SUB                        PIC 9(03) VALUE ZERO.          00815200
008154 01  PT-PICKED                     PIC 9(03) VALUE ZERO.          00815400
008156 01  PT-EOF-FLAG                   PIC X(03) VALUE "NO".          00815600
008158 01  PT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          00815800
008160 01  PT-LAST-SEQ                   PIC 9(06) VALUE ZERO.          00816000
008162 01  WS-PEND-KEY                   PIC 9(06) VALUE ZERO.          00816200
008164                                                                  00816400
008166 01  WS-QUEUE-NOTE.                                               00816600
008168     10  FILLER                    PIC X(09) VALUE 'PENDING #'.   00816800
008170     10  QN-SEQ                    PIC 9(06).                     00817000
008172     10  FILLER                    PIC X(01) VALUE SPACE.         00817200
008174     10  QN-TEXT                   PIC X(14).                     00817400
008176     10  FILLER REDEFINES QN-TEXT.                                00817600
008178         15  QN-DUE-LABEL          PIC X(04).                     00817800
008180         15  QN-DUE-PERIOD         PIC X(06).                     00818000
008182         15  FILLER                PIC X(04).                     00818200
008183                                                                  00818300
008184 01  PAY-TYPE-TABLE.                                              00818400
008185     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00818500
008186     10  TY-ITEM                   OCCURS 20 TIMES.               00818600
008187         15  TY-CODE               PIC X(01).                     00818700
008188         15  TY-METHOD             PIC X(01).                     00818800
008189         15  TY-OT-FLAG            PIC X(01).                     00818900
008190                                                                  00819000
008191 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00819100
008192 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00819200
008193 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00819300
008200                                                                  00820000
008300 01  WS-REC-COUNT-LINE.                                           00830000
008400     10  FILLER                    PIC X(14) VALUE                00840000
015900     OPEN INPUT TRANSACTION-FILE                                  01590000
016000     OPEN OUTPUT PRINT-FILE                                       01600000
016100     OPEN I-O EMPLOYEE-MASTER-FILE                                01610000
016120     OPEN EXTEND NEW-HIRE-FILE                                    01612000
016125     PERFORM 847-LOAD-PERIOD-CONTROL                              01612500
016150     PERFORM 848-LOAD-PENDING-CHANGES                             01615000
016175     PERFORM 843-LOAD-PAY-TYPES                                   01617500
016200     PERFORM 100-READ-INPUT                                       01620000
016300     PERFORM 850-GET-DATE                                         01630000
016400     PERFORM 800-PRINT-HEADINGS                                   01640000
017000     CLOSE TRANSACTION-FILE                                       01700000
017100     CLOSE PRINT-FILE                                             01710000
017200     CLOSE EMPLOYEE-MASTER-FILE                                   01720000
017220     CLOSE NEW-HIRE-FILE                                          01722000
017225     IF PT-DROPPED-COUNT = 0                                      01722500
017250         PERFORM 980-REWRITE-PENDING-CHANGES                      01725000
017275     END-IF                                                       01727500
017300     IF REC-COUNT <= 1 OR PT-DROPPED-COUNT > 0                    01730000
017400         MOVE 8 TO RETURN-CODE                                    01740000
017500     ELSE                                                         01750000
017600         IF REJECT-COUNT > 0                                      01760000
018600     END-READ                                                     01860000
018700     ADD 1 TO REC-COUNT.                                          01870000
018800                                                                  01880000
018825 300-PROCESS-DATA.                                                01882500
018850     PERFORM 320-READ-MASTER                                      01885000
018875     IF ET-ACTION = 'A'                                           01887500
018900         IF ET-EFF-PERIOD NOT = SPACES                            01890000
018925             MOVE '** ONLY CHANGES MAY BE DATED' TO PR-NOTE       01892500
018950             PERFORM 460-REJECT-TRANS                             01895000
018975         ELSE                                                     01897500
019000             PERFORM 400-ADD-EMPLOYEE                             01900000
019025         END-IF                                                   01902500
019050     ELSE                                                         01905000
019075     IF ET-ACTION = 'C'                                           01907500
019100         PERFORM 470-ROUTE-CHANGE                                 01910000
019125         IF WS-CHANGE-ROUTE = 'I'                                 01912500
019150             PERFORM 420-CHANGE-EMPLOYEE                          01915000
019175         ELSE                                                     01917500
019200         IF WS-CHANGE-ROUTE = 'Q'                                 01920000
019225             PERFORM 480-QUEUE-CHANGE                             01922500
019250         END-IF                                                   01925000
019275         END-IF                                                   01927500
019300     ELSE                                                         01930000
019325     IF ET-ACTION = 'D'                                           01932500
019350         IF ET-EFF-PERIOD NOT = SPACES                            01935000
019375             MOVE '** ONLY CHANGES MAY BE DATED' TO PR-NOTE       01937500
019400             PERFORM 460-REJECT-TRANS                             01940000
019425         ELSE                                                     01942500
019450             PERFORM 440-DELETE-EMPLOYEE                          01945000
019475         END-IF                                                   01947500
019500     ELSE                                                         01950000
019525     IF ET-ACTION = 'R'                                           01952500
019550         PERFORM 490-RELEASE-CHANGE                               01955000
019575     ELSE                                                         01957500
019600         PERFORM 460-REJECT-TRANS                                 01960000
019625     END-IF                                                       01962500
019650     END-IF                                                       01965000
019675     END-IF                                                       01967500
019700     END-IF                                                       01970000
019725     PERFORM 100-READ-INPUT                                       01972500
019750     .                                                            01975000
020600                                                                  02060000
020700 320-READ-MASTER.                                                 02070000
020800     MOVE ET-ID-NUMBER TO EMP-ID-NUMBER                           02080000
021400     END-READ                                                     02140000
021500     .                                                            02150000
021600                                                                  02160000
021605 345-PAY-TYPE-LOOKUP.                                             02160500
021610     MOVE 'NO' TO TY-FOUND-FLAG                                   02161000
021615     MOVE 1 TO TY-SUB                                             02161500
021620     PERFORM 346-PAY-TYPE-SCAN                                    02162000
021625       UNTIL TY-FOUND-FLAG = 'YES'                                02162500
021630       OR TY-SUB > TY-COUNT                                       02163000
021635     .                                                            02163500
021640                                                                  02164000
021645 346-PAY-TYPE-SCAN.                                               02164500
021650     IF TY-CODE (TY-SUB) = ET-VALUE-CHAR                          02165000
021655         MOVE 'YES' TO TY-FOUND-FLAG                              02165500
021660     ELSE                                                         02166000
021665         ADD 1 TO TY-SUB                                          02166500
021670     END-IF                                                       02167000
021675     .                                                            02167500
021680                                                                  02168000
021700 400-ADD-EMPLOYEE.                                                02170000
021800     IF EMP-FOUND-FLAG = "YES"                                    02180000
021900         MOVE '** ALREADY ON FILE - IGNORED' TO PR-NOTE           02190000
022500         MOVE 'A' TO EMP-STATUS                                   02250000
022600         WRITE EMP-REC                                            02260000
022700         ADD 1 TO ADD-COUNT                                       02270000
022725         MOVE 'N' TO WS-NH-EVENT                                  02272500
022750         PERFORM 465-RECORD-NEW-HIRE                              02275000
022800         MOVE 'ADDED' TO PR-TAG                                   02280000
022900         PERFORM 500-PRINT-MASTER-LINE                            02290000
023000     END-IF                                                       02300000
023700     ELSE                                                         02370000
023800         MOVE 'BEFORE' TO PR-TAG                                  02380000
023900         PERFORM 500-PRINT-MASTER-LINE                            02390000
023950         MOVE EMP-STATUS TO WS-OLD-STATUS                         02395000
024000         PERFORM 430-APPLY-CHANGE                                 02400000
024100         IF EMP-FOUND-FLAG = "YES"                                02410000
024200             REWRITE EMP-REC                                      02420000
024300             ADD 1 TO CHANGE-COUNT                                02430000
024320             IF WS-OLD-STATUS = 'T' AND EMP-STATUS = 'A'          02432000
024340                 MOVE 'R' TO WS-NH-EVENT                          02434000
024360                 PERFORM 465-RECORD-NEW-HIRE                      02436000
024380             END-IF                                               02438000
024400             MOVE 'AFTER' TO PR-TAG                               02440000
024500             PERFORM 500-PRINT-MASTER-LINE                        02450000
024600         END-IF                                                   02460000
028315         MOVE ET-VALUE-NAME TO EMP-FIRST-NAME                     02831500
028316     ELSE                                                         02831600
028317     IF ET-FIELD-GROUP = 'Y'                                      02831700
028318         PERFORM 345-PAY-TYPE-LOOKUP                              02831800
028319         IF TY-FOUND-FLAG = 'NO'                                  02831900
028320             MOVE '** PAY TYPE NOT ON PAYTYPE' TO PR-NOTE         02832000
028321             PERFORM 460-REJECT-TRANS                             02832100
028322             MOVE "NO" TO EMP-FOUND-FLAG                          02832200
028323         ELSE                                                     02832300
028324             MOVE ET-VALUE-CHAR TO EMP-PAY-TYPE                   02832400
028325         END-IF                                                   02832500
028326     ELSE                                                         02832600
028327     IF ET-FIELD-GROUP = 'C'                                      02832700
028328         MOVE ET-VALUE-DIV TO EMP-COMPANY                         02832800
028329     ELSE                                                         02832900
028330         PERFORM 436-APPLY-SSN-ADDRESS                            02833000
028331     END-IF                                                       02833100
028332     END-IF                                                       02833200
028333     END-IF                                                       02833300
028334     END-IF                                                       02833400
028335     END-IF                                                       02833500
028336     END-IF                                                       02833600
028337     END-IF                                                       02833700
028338     .                                                            02833800
028339                                                                  02833900
028340 434-APPLY-AMOUNT.                                                02834000
028341     IF ET-FIELD-GROUP NOT = 'E' AND ET-FIELD-GROUP NOT = 'U'     02834100
028342       AND ET-FIELD-GROUP NOT = '1' AND ET-FIELD-GROUP NOT = '2'  02834200
028343       AND ET-FIELD-GROUP NOT = '3' AND ET-FIELD-GROUP NOT = '4'  02834300
028344         MOVE '** UNKNOWN FIELD GROUP' TO PR-NOTE                 02834400
028345         PERFORM 460-REJECT-TRANS                                 02834500
028346         MOVE "NO" TO EMP-FOUND-FLAG                              02834600
028347     ELSE                                                         02834700
028348     IF ET-VALUE-AMT NOT NUMERIC                                  02834800
028349         MOVE '** AMOUNT NOT NUMERIC' TO PR-NOTE                  02834900
028350         PERFORM 460-REJECT-TRANS                                 02835000
028351         MOVE "NO" TO EMP-FOUND-FLAG                              02835100
028352     ELSE                                                         02835200
028353     IF ET-FIELD-GROUP = 'E'                                      02835300
028354         MOVE ET-VALUE-AMT TO EMP-RATE                            02835400
028355     ELSE                                                         02835500
028356     IF ET-FIELD-GROUP = 'U'                                      02835600
028357         MOVE ET-VALUE-AMT TO EMP-PER-DEDS                        02835700
028358     ELSE                                                         02835800
028359     IF ET-FIELD-GROUP = '1'                                      02835900
028360         MOVE ET-VALUE-AMT TO EMP-DED-TAX                         02836000
028361     ELSE                                                         02836100
028362     IF ET-FIELD-GROUP = '2'                                      02836200
028363         MOVE ET-VALUE-AMT TO EMP-DED-INS                         02836300
028364     ELSE                                                         02836400
028365     IF ET-FIELD-GROUP = '3'                                      02836500
028366         MOVE ET-VALUE-AMT TO EMP-DED-RET                         02836600
028367     ELSE                                                         02836700
028368         MOVE ET-VALUE-AMT TO EMP-DED-GARN                        02836800
028369     END-IF                                                       02836900
028370     END-IF                                                       02837000
028371     END-IF                                                       02837100
028372     END-IF                                                       02837200
028373     END-IF                                                       02837300
028374     END-IF                                                       02837400
028375     END-IF                                                       02837500
028376     .                                                            02837600
028377                                                                  02837700
028400 435-APPLY-DEPENDENTS.                                            02840000
028500     MOVE ET-VALUE-NUM TO WS-DEP-VALUE                            02850000
028600     IF WS-DEP-VALUE NUMERIC                                      02860000
029100         MOVE "NO" TO EMP-FOUND-FLAG                              02910000
029200     END-IF                                                       02920000
029300     .                                                            02930000
029301                                                                  02930100
029302 436-APPLY-SSN-ADDRESS.                                           02930200
029303     IF ET-FIELD-GROUP = 'X'                                      02930300
029304         PERFORM 437-APPLY-SSN                                    02930400
029305     ELSE                                                         02930500
029306     IF ET-FIELD-GROUP = 'A'                                      02930600
029307         MOVE ET-VALUE-ADDR TO EMP-ADDR-STREET                    02930700
029308     ELSE                                                         02930800
029309     IF ET-FIELD-GROUP = 'B'                                      02930900
029310         MOVE ET-VALUE-ADDR TO EMP-ADDR-CITY                      02931000
029311     ELSE                                                         02931100
029312     IF ET-FIELD-GROUP = 'G'                                      02931200
029313         PERFORM 438-APPLY-STATE-ZIP                              02931300
029314     ELSE                                                         02931400
029315         PERFORM 439-APPLY-COMP-CLASS                             02931500
029316     END-IF                                                       02931600
029317     END-IF                                                       02931700
029318     END-IF                                                       02931800
029319     END-IF                                                       02931900
029320     .                                                            02932000
029321                                                                  02932100
029322 437-APPLY-SSN.                                                   02932200
029323     IF ET-VALUE-SSN NOT NUMERIC                                  02932300
029324         MOVE '** SSN NOT NINE DIGITS' TO PR-NOTE                 02932400
029325         PERFORM 460-REJECT-TRANS                                 02932500
029326         MOVE "NO" TO EMP-FOUND-FLAG                              02932600
029327     ELSE                                                         02932700
029328     IF ET-SSN-AREA = '000' OR ET-SSN-AREA = '666'                02932800
029329       OR ET-SSN-AREA > '899' OR ET-SSN-GROUP = '00'              02932900
029330       OR ET-SSN-SERIAL = '0000'                                  02933000
029331         MOVE '** SSN NOT VALID' TO PR-NOTE                       02933100
029332         PERFORM 460-REJECT-TRANS                                 02933200
029333         MOVE "NO" TO EMP-FOUND-FLAG                              02933300
029334     ELSE                                                         02933400
029335         MOVE ET-VALUE-SSN TO EMP-SSN                             02933500
029336     END-IF                                                       02933600
029337     END-IF                                                       02933700
029338     .                                                            02933800
029339                                                                  02933900
029340 438-APPLY-STATE-ZIP.                                             02934000
029341     IF ET-VALUE-STATE = SPACES OR ET-VALUE-STATE NOT ALPHABETIC  02934100
029342         MOVE '** STATE CODE NOT VALID' TO PR-NOTE                02934200
029343         PERFORM 460-REJECT-TRANS                                 02934300
029344         MOVE "NO" TO EMP-FOUND-FLAG                              02934400
029345     ELSE                                                         02934500
029346     IF ET-VALUE-ZIP NOT NUMERIC                                  02934600
029347       OR (ET-VALUE-ZIP4 NOT = SPACES                             02934700
029348         AND ET-VALUE-ZIP4 NOT NUMERIC)                           02934800
029349         MOVE '** ZIP CODE NOT NUMERIC' TO PR-NOTE                02934900
029350         PERFORM 460-REJECT-TRANS                                 02935000
029351         MOVE "NO" TO EMP-FOUND-FLAG                              02935100
029352     ELSE                                                         02935200
029353         MOVE ET-VALUE-STATE TO EMP-ADDR-STATE                    02935300
029354         MOVE ET-VALUE-ZIP TO EMP-ADDR-ZIP                        02935400
029355         MOVE ET-VALUE-ZIP4 TO EMP-ADDR-ZIP4                      02935500
029356     END-IF                                                       02935600
029357     END-IF                                                       02935700
029358     .                                                            02935800
029363                                                                  02936300
029368 439-APPLY-COMP-CLASS.                                            02936800
029373     IF ET-FIELD-GROUP = 'W'                                      02937300
029378         MOVE ET-VALUE-CLASS TO EMP-WC-CLASS                      02937800
029383     ELSE                                                         02938300
029388         PERFORM 434-APPLY-AMOUNT                                 02938800
029393     END-IF                                                       02939300
029398     .                                                            02939800
029400                                                                  02940000
029500 440-DELETE-EMPLOYEE.                                             02950000
029600     IF EMP-FOUND-FLAG = "NO"                                     02960000
031300     END-IF                                                       03130000
031400     PERFORM 700-PRINT-LINE                                       03140000
031500     .                                                            03150000
031505                                                                  03150500
031515 465-RECORD-NEW-HIRE.                                             03151500
031525     MOVE SPACES TO NH-REC                                        03152500
031535     MOVE EMP-ID-NUMBER TO NH-ID-NUMBER                           03153500
031545     MOVE WS-NH-EVENT TO NH-EVENT                                 03154500
031555     MOVE 'P' TO NH-STATUS                                        03155500
031565     MOVE WS-DATE TO NH-RECORDED-DATE                             03156500
031575     MOVE 'EMPMNT' TO NH-RECORDED-BY                              03157500
031585     MOVE ZERO TO NH-REPORTED-DATE                                03158500
031595     WRITE NH-REC                                                 03159500
031605     ADD 1 TO NEW-HIRE-COUNT                                      03160500
031615     MOVE 'NEW HIRE - STATE REPORT DUE' TO PR-NOTE                03161500
031625     .                                                            03162500
031635                                                                  03163500
031645 470-ROUTE-CHANGE.                                                03164500
031655     MOVE 'I' TO WS-CHANGE-ROUTE                                  03165500
031665     MOVE 'R' TO WS-NEW-STATUS                                    03166500
031675     IF ET-FIELD-GROUP = 'E' OR ET-FIELD-GROUP = 'Y'              03167500
031685       OR ET-FIELD-GROUP = 'S'                                    03168500
031695         MOVE 'Q' TO WS-CHANGE-ROUTE                              03169500
031705         MOVE 'W' TO WS-NEW-STATUS                                03170500
031715     END-IF                                                       03171500
031725     IF ET-EFF-PERIOD NOT = SPACES                                03172500
031735         PERFORM 475-CHECK-EFF-PERIOD                             03173500
031745     END-IF                                                       03174500
031755     IF WS-CHANGE-ROUTE = 'Q' AND WS-NEW-STATUS = 'W'             03175500
031765       AND ET-OPERATOR = SPACES                                   03176500
031775         MOVE '** OPERATOR ID REQUIRED' TO PR-NOTE                03177500
031785         PERFORM 460-REJECT-TRANS                                 03178500
031795         MOVE 'X' TO WS-CHANGE-ROUTE                              03179500
031805     END-IF                                                       03180500
031815     .                                                            03181500
031825                                                                  03182500
031835 475-CHECK-EFF-PERIOD.                                            03183500
031845     IF ET-EFF-PERIOD NOT NUMERIC                                 03184500
031855         MOVE '** EFF PERIOD NOT NUMERIC' TO PR-NOTE              03185500
031865         PERFORM 460-REJECT-TRANS                                 03186500
031875         MOVE 'X' TO WS-CHANGE-ROUTE                              03187500
031885     ELSE                                                         03188500
031895     IF PPC-COUNT > 0                                             03189500
031905         MOVE ET-EFF-PERIOD TO WS-EFF-DATE                        03190500
031915         PERFORM 477-FIND-EFF-PERIOD                              03191500
031925         IF WS-EFF-SUB = 0                                        03192500
031935             MOVE '** PERIOD NOT ON CALENDAR' TO PR-NOTE          03193500
031945             PERFORM 460-REJECT-TRANS                             03194500
031955             MOVE 'X' TO WS-CHANGE-ROUTE                          03195500
031965         ELSE                                                     03196500
031975         IF PPC-T-STATUS (WS-EFF-SUB) = 'P'                       03197500
031985           OR PPC-T-STATUS (WS-EFF-SUB) = 'C'                     03198500
031995             MOVE '** PERIOD ALREADY POSTED' TO PR-NOTE           03199500
032005             PERFORM 460-REJECT-TRANS                             03200500
032015             MOVE 'X' TO WS-CHANGE-ROUTE                          03201500
032025         ELSE                                                     03202500
032035         IF PPC-T-STATUS (WS-EFF-SUB) NOT = 'O'                   03203500
032045             MOVE 'Q' TO WS-CHANGE-ROUTE                          03204500
032055         END-IF                                                   03205500
032065         END-IF                                                   03206500
032075         END-IF                                                   03207500
032085     END-IF                                                       03208500
032095     END-IF                                                       03209500
032105     .                                                            03210500
032115                                                                  03211500
032125 477-FIND-EFF-PERIOD.                                             03212500
032135     MOVE 0 TO WS-EFF-SUB                                         03213500
032145     MOVE 1 TO PPC-SUB                                            03214500
032155     PERFORM 478-EFF-PERIOD-SCAN                                  03215500
032165       UNTIL WS-EFF-SUB > 0                                       03216500
032175       OR PPC-SUB > PPC-COUNT                                     03217500
032185     .                                                            03218500
032195                                                                  03219500
032205 478-EFF-PERIOD-SCAN.                                             03220500
032215     IF PPC-T-DATE (PPC-SUB) = WS-EFF-DATE                        03221500
032225         MOVE PPC-SUB TO WS-EFF-SUB                               03222500
032235     ELSE                                                         03223500
032245         ADD 1 TO PPC-SUB                                         03224500
032255     END-IF                                                       03225500
032265     .                                                            03226500
032275                                                                  03227500
032285 480-QUEUE-CHANGE.                                                03228500
032295     IF EMP-FOUND-FLAG = "NO"                                     03229500
032305         MOVE '** NOT ON FILE - CHG IGNORED' TO PR-NOTE           03230500
032315         PERFORM 460-REJECT-TRANS                                 03231500
032325     ELSE                                                         03232500
032335     IF PT-DROPPED-COUNT > 0 OR PT-COUNT >= 500                   03233500
032345         MOVE '** PENDING FILE FULL - IGNORED' TO PR-NOTE         03234500
032355         PERFORM 460-REJECT-TRANS                                 03235500
032365     ELSE                                                         03236500
032375         PERFORM 430-APPLY-CHANGE                                 03237500
032385         IF EMP-FOUND-FLAG = "YES"                                03238500
032395             PERFORM 485-ADD-PENDING                              03239500
032405         END-IF                                                   03240500
032415     END-IF                                                       03241500
032425     END-IF                                                       03242500
032435     .                                                            03243500
032445                                                                  03244500
032455 485-ADD-PENDING.                                                 03245500
032465     ADD 1 TO PT-COUNT                                            03246500
032475     ADD 1 TO PT-LAST-SEQ                                         03247500
032485     MOVE PT-LAST-SEQ TO PT-SEQ-NO (PT-COUNT)                     03248500
032495     MOVE WS-NEW-STATUS TO PT-STATUS (PT-COUNT)                   03249500
032505     MOVE ET-EFF-PERIOD TO PT-EFF-PERIOD (PT-COUNT)               03250500
032515     MOVE ET-OPERATOR TO PT-ENTERED-BY (PT-COUNT)                 03251500
032525     MOVE WS-DATE TO PT-ENTERED-DATE (PT-COUNT)                   03252500
032535     MOVE SPACES TO PT-APPROVED-BY (PT-COUNT)                     03253500
032545     MOVE 0 TO PT-APPROVED-DATE (PT-COUNT)                        03254500
032555     MOVE ET-ID-NUMBER TO PT-ID-NUMBER (PT-COUNT)                 03255500
032565     MOVE ET-FIELD-GROUP TO PT-FIELD-GROUP (PT-COUNT)             03256500
032575     MOVE ET-NEW-VALUE TO PT-NEW-VALUE (PT-COUNT)                 03257500
032585     MOVE 'N' TO PT-REMOVE-FLAG (PT-COUNT)                        03258500
032595     ADD 1 TO QUEUE-COUNT                                         03259500
032605     MOVE PT-COUNT TO PT-PICKED                                   03260500
032615     MOVE 'QUEUED' TO PR-TAG                                      03261500
032625     PERFORM 497-PRINT-PENDING-LINE                               03262500
032635     .                                                            03263500
032645                                                                  03264500
032655 490-RELEASE-CHANGE.                                              03265500
032665     MOVE 0 TO PT-PICKED                                          03266500
032675     IF ET-VALUE-PEND-SEQ NUMERIC                                 03267500
032685         MOVE ET-VALUE-PEND-SEQ TO WS-PEND-KEY                    03268500
032695         PERFORM 492-FIND-PENDING                                 03269500
032705     END-IF                                                       03270500
032715     IF PT-PICKED = 0                                             03271500
032725         MOVE '** PENDING CHANGE NOT FOUND' TO PR-NOTE            03272500
032735         PERFORM 460-REJECT-TRANS                                 03273500
032745     ELSE                                                         03274500
032755     IF PT-ID-NUMBER (PT-PICKED) NOT = ET-ID-NUMBER               03275500
032765         MOVE '** CHANGE IS FOR ANOTHER EMP' TO PR-NOTE           03276500
032775         PERFORM 460-REJECT-TRANS                                 03277500
032785     ELSE                                                         03278500
032795     IF PT-STATUS (PT-PICKED) NOT = 'W'                           03279500
032805         MOVE '** NOT AWAITING APPROVAL' TO PR-NOTE               03280500
032815         PERFORM 460-REJECT-TRANS                                 03281500
032825     ELSE                                                         03282500
032835     IF ET-OPERATOR = SPACES                                      03283500
032845         MOVE '** OPERATOR ID REQUIRED' TO PR-NOTE                03284500
032855         PERFORM 460-REJECT-TRANS                                 03285500
032865     ELSE                                                         03286500
032875     IF ET-OPERATOR = PT-ENTERED-BY (PT-PICKED)                   03287500
032885         MOVE '** APPROVER SAME AS ENTERER' TO PR-NOTE            03288500
032895         PERFORM 460-REJECT-TRANS                                 03289500
032905     ELSE                                                         03290500
032915         PERFORM 495-APPROVE-PENDING                              03291500
032925     END-IF                                                       03292500
032935     END-IF                                                       03293500
032945     END-IF                                                       03294500
032955     END-IF                                                       03295500
032965     END-IF                                                       03296500
032975     .                                                            03297500
032985                                                                  03298500
032995 492-FIND-PENDING.                                                03299500
033005     MOVE 1 TO PT-SUB                                             03300500
033015     PERFORM 493-PENDING-SCAN                                     03301500
033025       UNTIL PT-PICKED > 0                                        03302500
033035       OR PT-SUB > PT-COUNT                                       03303500
033045     .                                                            03304500
033055                                                                  03305500
033065 493-PENDING-SCAN.                                                03306500
033075     IF PT-SEQ-NO (PT-SUB) = WS-PEND-KEY                          03307500
033085       AND PT-REMOVE-FLAG (PT-SUB) = 'N'                          03308500
033095         MOVE PT-SUB TO PT-PICKED                                 03309500
033105     ELSE                                                         03310500
033115         ADD 1 TO PT-SUB                                          03311500
033125     END-IF                                                       03312500
033135     .                                                            03313500
033145                                                                  03314500
033155 495-APPROVE-PENDING.                                             03315500
033165     MOVE 'R' TO PT-STATUS (PT-PICKED)                            03316500
033175     MOVE ET-OPERATOR TO PT-APPROVED-BY (PT-PICKED)               03317500
033185     MOVE WS-DATE TO PT-APPROVED-DATE (PT-PICKED)                 03318500
033195     ADD 1 TO APPROVE-COUNT                                       03319500
033205     MOVE "YES" TO WS-DUE-FLAG                                    03320500
033215     IF PT-EFF-PERIOD (PT-PICKED) NOT = SPACES                    03321500
033225       AND PPC-COUNT > 0                                          03322500
033235         MOVE PT-EFF-PERIOD (PT-PICKED) TO WS-EFF-DATE            03323500
033245         PERFORM 477-FIND-EFF-PERIOD                              03324500
033255         IF WS-EFF-SUB > 0                                        03325500
033265             IF PPC-T-STATUS (WS-EFF-SUB) NOT = 'O'               03326500
033275               AND PPC-T-STATUS (WS-EFF-SUB) NOT = 'P'            03327500
033285               AND PPC-T-STATUS (WS-EFF-SUB) NOT = 'C'            03328500
033295                 MOVE "NO" TO WS-DUE-FLAG                         03329500
033305             END-IF                                               03330500
033315         END-IF                                                   03331500
033325     END-IF                                                       03332500
033335     MOVE 'APPROVED' TO PR-TAG                                    03333500
033345     PERFORM 497-PRINT-PENDING-LINE                               03334500
033355     IF WS-DUE-FLAG = "YES"                                       03335500
033365         MOVE PT-ID-NUMBER (PT-PICKED) TO ET-ID-NUMBER            03336500
033375         MOVE PT-FIELD-GROUP (PT-PICKED) TO ET-FIELD-GROUP        03337500
033385         MOVE PT-NEW-VALUE (PT-PICKED) TO ET-NEW-VALUE            03338500
033395         PERFORM 320-READ-MASTER                                  03339500
033405         PERFORM 420-CHANGE-EMPLOYEE                              03340500
033415         MOVE 'Y' TO PT-REMOVE-FLAG (PT-PICKED)                   03341500
033425     END-IF                                                       03342500
033435     .                                                            03343500
033445                                                                  03344500
033455 497-PRINT-PENDING-LINE.                                          03345500
033465     MOVE PT-ID-NUMBER (PT-PICKED) TO PR-ID-NUMBER                03346500
033475     MOVE PT-NEW-VALUE (PT-PICKED) TO PR-NOTES                    03347500
033485     MOVE PT-SEQ-NO (PT-PICKED) TO QN-SEQ                         03348500
033495     MOVE SPACES TO QN-TEXT                                       03349500
033505     IF PT-STATUS (PT-PICKED) = 'W'                               03350500
033515         MOVE 'AWAIT APPROVAL' TO QN-TEXT                         03351500
033525     ELSE                                                         03352500
033535     IF PT-EFF-PERIOD (PT-PICKED) = SPACES                        03353500
033545         MOVE 'DUE NOW' TO QN-TEXT                                03354500
033555     ELSE                                                         03355500
033565         MOVE 'DUE' TO QN-DUE-LABEL                               03356500
033575         MOVE PT-EFF-PERIOD (PT-PICKED) TO QN-DUE-PERIOD          03357500
033585     END-IF                                                       03358500
033595     END-IF                                                       03359500
033605     MOVE WS-QUEUE-NOTE TO PR-NOTE                                03360500
033615     PERFORM 700-PRINT-LINE                                       03361500
033625     .                                                            03362500
033635                                                                  03363500
033645 500-PRINT-MASTER-LINE.                                           03364500
033655     MOVE EMP-ID-NUMBER TO PR-ID-NUMBER                           03365500
033665     MOVE EMP-MID-INIT TO PR-MID-INIT                             03366500
033675     MOVE EMP-DEPENDENTS TO PR-DEPENDENTS                         03367500
033685     MOVE EMP-LAST-RAISE-DATE TO PR-RAISE-DATE                    03368500
033695     MOVE EMP-NOTES TO PR-NOTES                                   03369500
033705     MOVE EMP-HIRE-DATE TO PR-HIRE-DATE                           03370500
033715     MOVE EMP-STATUS TO PR-STATUS                                 03371500
033725     MOVE EMP-TERM-DATE TO PR-TERM-DATE                           03372500
033735     PERFORM 700-PRINT-LINE                                       03373500
033745     .                                                            03374500
033755                                                                  03375500
033765 700-PRINT-LINE.                                                  03376500
033775     PERFORM 750-WRITE                                            03377500
033785     IF WS-LINE-COUNT > 50                                        03378500
033795         PERFORM 800-PRINT-HEADINGS                               03379500
033805     END-IF                                                       03380500
033815     .                                                            03381500
033825                                                                  03382500
033835 750-WRITE.                                                       03383500
033845     WRITE PRINT-REC FROM WS-PRINT-REC                            03384500
033855       AFTER ADVANCING WS-SPACING LINES                           03385500
033865     END-WRITE                                                    03386500
033875     ADD WS-SPACING TO WS-LINE-COUNT                              03387500
033885     MOVE 1 TO WS-SPACING                                         03388500
033895     MOVE SPACES TO WS-PRINT-REC                                  03389500
033905     .                                                            03390500
033915                                                                  03391500
033925 800-PRINT-HEADINGS.                                              03392500
033929     ADD 1 TO WS-PAGE                                             03392900
033933     MOVE WS-PAGE TO H-PAGE                                       03393300
033937     WRITE PRINT-REC FROM HEADING-1                               03393700
033941       AFTER ADVANCING PAGE                                       03394100
033945     END-WRITE                                                    03394500
033949     MOVE HEADING-2 TO WS-PRINT-REC                               03394900
033953     MOVE 2 TO WS-SPACING                                         03395300
033957     PERFORM 750-WRITE                                            03395700
033961     MOVE 2 TO WS-SPACING                                         03396100
033965     MOVE 0 TO WS-LINE-COUNT                                      03396500
033969     .                                                            03396900
033973                                                                  03397300
033977 843-LOAD-PAY-TYPES.                                              03397700
033981     OPEN INPUT PAY-TYPE-FILE                                     03398100
033985     MOVE 'NO' TO TY-EOF-FLAG                                     03398500
033989     MOVE 0 TO TY-COUNT                                           03398900
033993     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            03399300
033997         READ PAY-TYPE-FILE                                       03399700
034001           AT END                                                 03400100
034005             MOVE 'YES' TO TY-EOF-FLAG                            03400500
034009           NOT AT END                                             03400900
034013             IF TY-COUNT < 20                                     03401300
034017               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          03401700
034021                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         03402100
034025                 ADD 1 TO TY-COUNT                                03402500
034029                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              03402900
034033                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          03403300
034037                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        03403700
034041             END-IF                                               03404100
034045         END-READ                                                 03404500
034049     END-PERFORM                                                  03404900
034053     CLOSE PAY-TYPE-FILE                                          03405300
034057     IF TY-COUNT = 0                                              03405700
034061         MOVE 2 TO TY-COUNT                                       03406100
034065         MOVE 'S' TO TY-CODE (1)                                  03406500
034069         MOVE 'F' TO TY-METHOD (1)                                03406900
034073         MOVE 'N' TO TY-OT-FLAG (1)                               03407300
034077         MOVE 'H' TO TY-CODE (2)                                  03407700
034081         MOVE 'H' TO TY-METHOD (2)                                03408100
034085         MOVE 'Y' TO TY-OT-FLAG (2)                               03408500
034089     END-IF                                                       03408900
034093     .                                                            03409300
034097                                                                  03409700
034101 850-GET-DATE.                                                    03410100
034105     ACCEPT WS-DATE FROM DATE                                     03410500
034109     MOVE MM TO H-MM                                              03410900
034113     MOVE DD TO H-DD                                              03411300
034117     MOVE YY TO H-YY                                              03411700
034121     ACCEPT WS-TIME FROM TIME                                     03412100
034125     MOVE HH TO H-HH                                              03412500
034129     MOVE MN TO H-MN                                              03412900
034133     .                                                            03413300
034137                                                                  03413700
034155 847-LOAD-PERIOD-CONTROL.                                         03415500
034165     OPEN INPUT PERIOD-CONTROL-FILE                               03416500
034175     MOVE 'NO' TO PPC-EOF-FLAG                                    03417500
034185     MOVE 0 TO PPC-COUNT                                          03418500
034195     PERFORM UNTIL PPC-EOF-FLAG = 'YES'                           03419500
034205         READ PERIOD-CONTROL-FILE                                 03420500
034215           AT END                                                 03421500
034225             MOVE 'YES' TO PPC-EOF-FLAG                           03422500
034235           NOT AT END                                             03423500
034245             IF PPC-COUNT < 53                                    03424500
034255                 ADD 1 TO PPC-COUNT                               03425500
034265                 MOVE PPC-PERIOD-END-DATE                         03426500
034275                   TO PPC-T-DATE (PPC-COUNT)                      03427500
034285                 MOVE PPC-STATUS TO PPC-T-STATUS (PPC-COUNT)      03428500
034295             END-IF                                               03429500
034305         END-READ                                                 03430500
034315     END-PERFORM                                                  03431500
034325     CLOSE PERIOD-CONTROL-FILE                                    03432500
034335     .                                                            03433500
034345                                                                  03434500
034355 848-LOAD-PENDING-CHANGES.                                        03435500
034365     OPEN INPUT PENDING-CHANGE-FILE                               03436500
034375     MOVE "NO" TO PT-EOF-FLAG                                     03437500
034385     MOVE 0 TO PT-COUNT                                           03438500
034395     MOVE 0 TO PT-LAST-SEQ                                        03439500
034405     PERFORM UNTIL PT-EOF-FLAG = "YES"                            03440500
034415         READ PENDING-CHANGE-FILE                                 03441500
034425           AT END                                                 03442500
034435             MOVE "YES" TO PT-EOF-FLAG                            03443500
034445           NOT AT END                                             03444500
034455             IF PC-REC-TYPE = 'H'                                 03445500
034465                 MOVE PC-SEQ-NO TO PT-LAST-SEQ                    03446500
034475             ELSE                                                 03447500
034485             IF PT-COUNT < 500                                    03448500
034495                 PERFORM 849-STORE-PENDING                        03449500
034505             ELSE                                                 03450500
034515                 ADD 1 TO PT-DROPPED-COUNT                        03451500
034525             END-IF                                               03452500
034535             END-IF                                               03453500
034545         END-READ                                                 03454500
034555     END-PERFORM                                                  03455500
034565     CLOSE PENDING-CHANGE-FILE                                    03456500
034575     .                                                            03457500
034585                                                                  03458500
034595 849-STORE-PENDING.                                               03459500
034605     ADD 1 TO PT-COUNT                                            03460500
034615     MOVE PC-SEQ-NO TO PT-SEQ-NO (PT-COUNT)                       03461500
034625     MOVE PC-STATUS TO PT-STATUS (PT-COUNT)                       03462500
034635     MOVE PC-EFF-PERIOD TO PT-EFF-PERIOD (PT-COUNT)               03463500
034645     MOVE PC-ENTERED-BY TO PT-ENTERED-BY (PT-COUNT)               03464500
034655     MOVE PC-ENTERED-DATE TO PT-ENTERED-DATE (PT-COUNT)           03465500
034665     MOVE PC-APPROVED-BY TO PT-APPROVED-BY (PT-COUNT)             03466500
034675     MOVE PC-APPROVED-DATE TO PT-APPROVED-DATE (PT-COUNT)         03467500
034685     MOVE PC-ID-NUMBER TO PT-ID-NUMBER (PT-COUNT)                 03468500
034695     MOVE PC-FIELD-GROUP TO PT-FIELD-GROUP (PT-COUNT)             03469500
034705     MOVE PC-NEW-VALUE TO PT-NEW-VALUE (PT-COUNT)                 03470500
034715     MOVE 'N' TO PT-REMOVE-FLAG (PT-COUNT)                        03471500
034725     IF PC-SEQ-NO > PT-LAST-SEQ                                   03472500
034735         MOVE PC-SEQ-NO TO PT-LAST-SEQ                            03473500
034745     END-IF                                                       03474500
034755     .                                                            03475500
034765                                                                  03476500
036800 900-PRINT-FINAL-TOTALS.                                          03680000
036900     MOVE SPACES TO WS-PRINT-REC                                  03690000
037000     MOVE 2 TO WS-SPACING                                         03700000
039100     MOVE REJECT-COUNT TO TL-COUNT                                03910000
039200     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03920000
039300     PERFORM 700-PRINT-LINE                                       03930000
039305     MOVE SPACES TO WS-PRINT-REC                                  03930500
039310     MOVE 'CHANGES QUEUED:' TO TL-LABEL                           03931000
039315     MOVE QUEUE-COUNT TO TL-COUNT                                 03931500
039320     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03932000
039325     PERFORM 700-PRINT-LINE                                       03932500
039330     MOVE SPACES TO WS-PRINT-REC                                  03933000
039335     MOVE 'CHANGES APPROVED:' TO TL-LABEL                         03933500
039340     MOVE APPROVE-COUNT TO TL-COUNT                               03934000
039345     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03934500
039350     PERFORM 700-PRINT-LINE                                       03935000
039355     IF PT-DROPPED-COUNT > 0                                      03935500
039360         MOVE '** PENDCHG OVER 500 ENTRIES - NOT REWRITTEN'       03936000
039365             TO PR-DETAIL                                         03936500
039370         PERFORM 700-PRINT-LINE                                   03937000
039375     END-IF                                                       03937500
039379     MOVE SPACES TO WS-PRINT-REC                                  03937900
039383     MOVE 'NEW HIRES RECORDED:' TO TL-LABEL                       03938300
039387     MOVE NEW-HIRE-COUNT TO TL-COUNT                              03938700
039391     MOVE WS-TOTAL-LINE TO PR-DETAIL                              03939100
039395     PERFORM 700-PRINT-LINE                                       03939500
039400     .                                                            03940000
039500                                                                  03950000
059600 980-REWRITE-PENDING-CHANGES.                                     05960000
059700     OPEN OUTPUT PENDING-CHANGE-FILE                              05970000
059800     MOVE SPACES TO PC-REC                                        05980000
059900     MOVE 'H' TO PC-REC-TYPE                                      05990000
060000     MOVE PT-LAST-SEQ TO PC-SEQ-NO                                06000000
060100     MOVE 0 TO PC-ENTERED-DATE                                    06010000
060200     MOVE 0 TO PC-APPROVED-DATE                                   06020000
060300     WRITE PC-REC                                                 06030000
060400     MOVE 1 TO PT-SUB                                             06040000
060500     PERFORM 982-WRITE-PENDING                                    06050000
060600       UNTIL PT-SUB > PT-COUNT                                    06060000
060700     CLOSE PENDING-CHANGE-FILE                                    06070000
060800     .                                                            06080000
060900                                                                  06090000
061000 982-WRITE-PENDING.                                               06100000
061100     IF PT-REMOVE-FLAG (PT-SUB) = 'N'                             06110000
061200         MOVE SPACES TO PC-REC                                    06120000
061300         MOVE 'D' TO PC-REC-TYPE                                  06130000
061400         MOVE PT-SEQ-NO (PT-SUB) TO PC-SEQ-NO                     06140000
061500         MOVE PT-STATUS (PT-SUB) TO PC-STATUS                     06150000
061600         MOVE PT-EFF-PERIOD (PT-SUB) TO PC-EFF-PERIOD             06160000
061700         MOVE PT-ENTERED-BY (PT-SUB) TO PC-ENTERED-BY             06170000
061800         MOVE PT-ENTERED-DATE (PT-SUB) TO PC-ENTERED-DATE         06180000
061900         MOVE PT-APPROVED-BY (PT-SUB) TO PC-APPROVED-BY           06190000
062000         MOVE PT-APPROVED-DATE (PT-SUB) TO PC-APPROVED-DATE       06200000
062100         MOVE PT-ID-NUMBER (PT-SUB) TO PC-ID-NUMBER               06210000
062200         MOVE PT-FIELD-GROUP (PT-SUB) TO PC-FIELD-GROUP           06220000
062300         MOVE PT-NEW-VALUE (PT-SUB) TO PC-NEW-VALUE               06230000
062400         WRITE PC-REC                                             06240000
062500     END-IF                                                       06250000
062600     ADD 1 TO PT-SUB                                              06260000
062700     .                                                            06270000
