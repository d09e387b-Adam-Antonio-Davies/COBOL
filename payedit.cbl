001000*    THE CLEAN FILE BREAKS READS, AND WRITES BAD RECORDS     *    00100000
001100*    TO A REJECT FILE WITH ONE REPORT LINE PER FAILED        *    00110000
001200*    FIELD GIVING THE REASON.                                *    00120000
001210*    AN EMPLOYEE THE MASTER SHOWS TERMINATED IS REFUSED ANY  *    00121000
001220*    REGULAR PAY RECORD FOR A PERIOD THAT BEGINS AFTER THE   *    00122000
001225*    EMP-TERM-DATE (THE PERIOD IS TAKEN FROM PERCTL; THE     *    00122500
001230*    PRIOR PERIOD-END MARKS ITS START.  FOR THE FIRST PERIOD *    00123000
001235*    ON PERCTL, OR ONE NOT ON IT, THE START IS ONE PERIOD    *    00123500
001240*    BACK AT THE FREQUENCY THE PERCTL DATES SHOW - WEEKLY,   *    00124000
001245*    BIWEEKLY OR MONTHLY - AND WHEN THAT CANNOT BE TOLD THE  *    00124500
001250*    EDIT IS SKIPPED).  'A' AND 'R' RECORDS STILL PASS SO    *    00125000
001255*    THE FINALPAY PAYOUT GOES THROUGH.                       *    00125500
001270*    A PAY TYPE IS VALID ONLY IF IT IS ON THE PAYTYPE        *    00127000
001290*    CONTROL FILE (S AND H WHEN THE FILE IS NOT PRESENT).    *    00129000
001300*                                                            *    00130000
001400**************************************************************    00140000
001500                                                                  00150000
003400         RECORD KEY IS EMP-ID-NUMBER.                             00340000
003410     SELECT OPTIONAL BALANCE-FILE  ASSIGN TO BALFILE.             00341000
003420     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00342000
003470     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00347000
003495     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00349500
003500                                                                  00350000
003600 DATA DIVISION.                                                   00360000
003700 FILE SECTION.                                                    00370000
006620 FD  BALANCE-FILE                                                 00662000
006630     RECORDING MODE IS F.                                         00663000
006640     COPY BALCTL.                                                 00664000
006642                                                                  00664200
006644 FD  PAY-TYPE-FILE                                                00664400
006646     RECORDING MODE IS F.                                         00664600
006648     COPY PAYTYPE.                                                00664800
006650                                                                  00665000
006660 FD  AUDIT-FILE                                                   00666000
006670     RECORDING MODE IS F.                                         00667000
006680     COPY AUDITLOG.                                               00668000
006684                                                                  00668400
006688 FD  PERIOD-CONTROL-FILE                                          00668800
006692     RECORDING MODE IS F.                                         00669200
006696     COPY PERCTL.                                                 00669600
006700                                                                  00670000
006800 WORKING-STORAGE SECTION.                                         00680000
006900                                                                  00690000
008700 01  D-SUB                         PIC 9(02) VALUE 01.            00870000
008800 01  DIV-FOUND-FLAG                PIC X(03) VALUE "NO".          00880000
008900                                                                  00890000
008905 01  PAY-TYPE-TABLE.                                              00890500
008910     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00891000
008915     10  TY-ITEM                   OCCURS 20 TIMES.               00891500
008920         15  TY-CODE               PIC X(01).                     00892000
008925         15  TY-METHOD             PIC X(01).                     00892500
008930         15  TY-OT-FLAG            PIC X(01).                     00893000
008935                                                                  00893500
008940 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00894000
008945 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00894500
008950 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00895000
008955 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         00895500
008960 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         00896000
008965                                                                  00896500
009000 01  EMP-FOUND-FLAG                PIC X(03) VALUE "NO".          00900000
009005                                                                  00900500
009010 01  PERIOD-CONTROL-TABLE.                                        00901000
009015     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          00901500
009020     10  PPC-ITEM                  OCCURS 53 TIMES.               00902000
009025         15  PPC-T-DATE            PIC 9(06).                     00902500
009030         15  PPC-T-STATUS          PIC X(01).                     00903000
009035                                                                  00903500
009040 01  PPC-SUB                       PIC 9(03) VALUE ZERO.          00904000
009045 01  PPC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          00904500
009050 01  PPC-FOUND-FLAG                PIC X(03) VALUE 'NO'.          00905000
009055                                                                  00905500
009060 01  WS-TERM-MDY                   PIC 9(06) VALUE ZERO.          00906000
009065 01  WS-TERM-MDY-PARTS REDEFINES WS-TERM-MDY.                     00906500
009070     10  WS-TERM-MDY-MM            PIC 9(02).                     00907000
009075     10  WS-TERM-MDY-DD            PIC 9(02).                     00907500
009080     10  WS-TERM-MDY-YY            PIC 9(02).                     00908000
009085                                                                  00908500
009090 01  WS-TERM-BOUNDARY.                                            00909000
009095     10  WS-TERM-BND-CC            PIC 9(02) VALUE 20.            00909500
009100     10  WS-TERM-BND-YY            PIC 9(02) VALUE ZERO.          00910000
009105     10  WS-TERM-BND-MM            PIC 9(02) VALUE ZERO.          00910500
009110     10  WS-TERM-BND-DD            PIC 9(02) VALUE ZERO.          00911000
009115                                                                  00911500
009120 01  WS-TERM-FREQUENCY             PIC X(01) VALUE SPACE.         00912000
009125 01  WS-TERM-ANCHOR-DD             PIC 9(02) VALUE ZERO.          00912500
009130 01  WS-TERM-STEP-DAYS             PIC 9(02) VALUE ZERO.          00913000
009135 01  WS-TERM-DAY                   PIC S9(03) VALUE ZERO.         00913500
009140 01  WS-TERM-YEAR                  PIC 9(04) VALUE ZERO.          00914000
009145 01  WS-TERM-LEAP-QUOT             PIC 9(04) VALUE ZERO.          00914500
009150 01  WS-TERM-LEAP-REM              PIC 9(04) VALUE ZERO.          00915000
009155                                                                  00915500
009160 01  DAYS-IN-MONTH-TABLE.                                         00916000
009165     10  FILLER                    PIC X(24) VALUE                00916500
009170         '312831303130313130313031'.                              00917000
009175 01  FILLER REDEFINES DAYS-IN-MONTH-TABLE.                        00917500
009180     10  DIM-DAYS                  OCCURS 12 TIMES PIC 9(02).     00918000
009185                                                                  00918500
009200 01  WS-REC-COUNT-LINE.                                           00920000
009300     10  FILLER                    PIC X(14) VALUE                00930000
009400         'RECORDS READ: '.                                        00940000
016400     OPEN OUTPUT REJECT-FILE                                      01640000
016500     OPEN OUTPUT PRINT-FILE                                       01650000
016600     PERFORM 840-LOAD-DIVISIONS                                   01660000
016650     PERFORM 847-LOAD-PERIOD-CONTROL                              01665000
016675     PERFORM 843-LOAD-PAY-TYPES                                   01667500
016700     OPEN INPUT EMPLOYEE-MASTER-FILE                              01670000
016800     PERFORM 100-READ-INPUT                                       01680000
016900     PERFORM 850-GET-DATE                                         01690000
024400     .                                                            02440000
024500                                                                  02450000
024600 420-EDIT-PAY-TYPE.                                               02460000
024650     PERFORM 345-PAY-TYPE-LOOKUP                                  02465000
024700     IF TY-FOUND-FLAG = 'NO'                                      02470000
024800         MOVE '** PAY TYPE NOT ON PAYTYPE FILE' TO PR-REASON      02480000
024900         PERFORM 500-PRINT-REJECT-LINE                            02490000
025000     END-IF                                                       02500000
025100     .                                                            02510000
031500         MOVE '** EMPLOYEE NOT ON EMPLOYEE MASTER' TO PR-REASON   03150000
031600         PERFORM 500-PRINT-REJECT-LINE                            03160000
031700     END-IF                                                       03170000
031710     IF EMP-FOUND-FLAG = "YES"                                    03171000
031720       AND EMP-STATUS = 'T'                                       03172000
031730       AND EMP-TERM-DATE NOT = SPACES                             03173000
031740       AND PAY-ADJ-IND = ' '                                      03174000
031750       AND PAY-PERIOD-END-DATE NUMERIC                            03175000
031760         PERFORM 455-EDIT-TERMINATION                             03176000
031770     END-IF                                                       03177000
031800     .                                                            03180000
031802                                                                  03180200
031804 455-EDIT-TERMINATION.                                            03180400
031806     MOVE "NO" TO PPC-FOUND-FLAG                                  03180600
031808     MOVE 1 TO PPC-SUB                                            03180800
031810     PERFORM 456-PERIOD-CHECK                                     03181000
031812       UNTIL PPC-FOUND-FLAG = "YES"                               03181200
031814       OR PPC-SUB > PPC-COUNT                                     03181400
031816     IF PPC-FOUND-FLAG = "YES" AND PPC-SUB > 1                    03181600
031818         MOVE PPC-T-DATE (PPC-SUB - 1) TO WS-TERM-MDY             03181800
031820         PERFORM 457-SET-TERM-BOUNDARY                            03182000
031822         IF WS-TERM-BOUNDARY NOT < EMP-TERM-DATE                  03182200
031824             MOVE '** PAY PERIOD AFTER TERMINATION DATE'          03182400
031826                 TO PR-REASON                                     03182600
031828             PERFORM 500-PRINT-REJECT-LINE                        03182800
031830         END-IF                                                   03183000
031832     ELSE                                                         03183200
031834         IF WS-TERM-FREQUENCY NOT = SPACE                         03183400
031836           AND PAY-PERIOD-END-MM >= 1                             03183600
031838           AND PAY-PERIOD-END-MM <= 12                            03183800
031840             MOVE PAY-PERIOD-END-DATE TO WS-TERM-MDY              03184000
031842             PERFORM 458-STEP-BACK-PERIOD                         03184200
031844             PERFORM 457-SET-TERM-BOUNDARY                        03184400
031846             IF WS-TERM-BOUNDARY NOT < EMP-TERM-DATE              03184600
031848                 MOVE '** PAY PERIOD AFTER TERMINATION DATE'      03184800
031850                     TO PR-REASON                                 03185000
031852                 PERFORM 500-PRINT-REJECT-LINE                    03185200
031854             END-IF                                               03185400
031856         END-IF                                                   03185600
031858     END-IF                                                       03185800
031860     .                                                            03186000
031862                                                                  03186200
031864 456-PERIOD-CHECK.                                                03186400
031866     IF PPC-T-DATE (PPC-SUB) = PAY-PERIOD-END-DATE                03186600
031868         MOVE "YES" TO PPC-FOUND-FLAG                             03186800
031870     ELSE                                                         03187000
031872         ADD 1 TO PPC-SUB                                         03187200
031874     END-IF                                                       03187400
031876     .                                                            03187600
031878                                                                  03187800
031880 457-SET-TERM-BOUNDARY.                                           03188000
031882     MOVE WS-TERM-MDY-YY TO WS-TERM-BND-YY                        03188200
031884     MOVE WS-TERM-MDY-MM TO WS-TERM-BND-MM                        03188400
031886     MOVE WS-TERM-MDY-DD TO WS-TERM-BND-DD                        03188600
031888     .                                                            03188800
031890                                                                  03189000
031892*    STEPS WS-TERM-MDY BACK ONE PERIOD AS PERCLOSE BUILDS THEM:   03189200
031894*    7 OR 14 DAYS, OR A MONTH TO THE ANCHOR DAY (THE DAY OF THE   03189400
031896*    FIRST PERCTL PERIOD) CUT BACK TO THE LAST DAY OF A SHORT     03189600
031898*    MONTH.                                                       03189800
031900 458-STEP-BACK-PERIOD.                                            03190000
031902     IF WS-TERM-FREQUENCY = 'M'                                   03190200
031904         PERFORM 459-BACK-ONE-MONTH                               03190400
031906         MOVE WS-TERM-ANCHOR-DD TO WS-TERM-MDY-DD                 03190600
031908         IF WS-TERM-MDY-DD > DIM-DAYS (WS-TERM-MDY-MM)            03190800
031910             MOVE DIM-DAYS (WS-TERM-MDY-MM) TO WS-TERM-MDY-DD     03191000
031912         END-IF                                                   03191200
031914     ELSE                                                         03191400
031916         IF WS-TERM-FREQUENCY = 'W'                               03191600
031918             MOVE 7 TO WS-TERM-STEP-DAYS                          03191800
031920         ELSE                                                     03192000
031922             MOVE 14 TO WS-TERM-STEP-DAYS                         03192200
031924         END-IF                                                   03192400
031926         SUBTRACT WS-TERM-STEP-DAYS FROM WS-TERM-MDY-DD           03192600
031928             GIVING WS-TERM-DAY                                   03192800
031930         IF WS-TERM-DAY < 1                                       03193000
031932             PERFORM 459-BACK-ONE-MONTH                           03193200
031934             ADD DIM-DAYS (WS-TERM-MDY-MM) TO WS-TERM-DAY         03193400
031936         END-IF                                                   03193600
031938         MOVE WS-TERM-DAY TO WS-TERM-MDY-DD                       03193800
031940     END-IF                                                       03194000
031942     .                                                            03194200
031944                                                                  03194400
031946 459-BACK-ONE-MONTH.                                              03194600
031948     IF WS-TERM-MDY-MM > 1                                        03194800
031950         SUBTRACT 1 FROM WS-TERM-MDY-MM                           03195000
031952     ELSE                                                         03195200
031954         MOVE 12 TO WS-TERM-MDY-MM                                03195400
031956         IF WS-TERM-MDY-YY > 0                                    03195600
031958             SUBTRACT 1 FROM WS-TERM-MDY-YY                       03195800
031960         ELSE                                                     03196000
031962             MOVE 99 TO WS-TERM-MDY-YY                            03196200
031964         END-IF                                                   03196400
031966     END-IF                                                       03196600
031968     MOVE 2000 TO WS-TERM-YEAR                                    03196800
031970     ADD WS-TERM-MDY-YY TO WS-TERM-YEAR                           03197000
031972     DIVIDE WS-TERM-YEAR BY 4 GIVING WS-TERM-LEAP-QUOT            03197200
031974         REMAINDER WS-TERM-LEAP-REM                               03197400
031976     IF WS-TERM-LEAP-REM = 0                                      03197600
031978         MOVE 29 TO DIM-DAYS (2)                                  03197800
031980     ELSE                                                         03198000
031982         MOVE 28 TO DIM-DAYS (2)                                  03198200
031984     END-IF                                                       03198400
031986     .                                                            03198600
031988                                                                  03198800
032000 500-PRINT-REJECT-LINE.                                           03200000
032100     MOVE "YES" TO WS-REJECT-FLAG                                 03210000
032200     MOVE PAY-DIV TO PR-DIV                                       03220000
037300     END-PERFORM                                                  03730000
037400     CLOSE DIVISION-MASTER-FILE                                   03740000
037500     .                                                            03750000
037505                                                                  03750500
037510 847-LOAD-PERIOD-CONTROL.                                         03751000
037515     OPEN INPUT PERIOD-CONTROL-FILE                               03751500
037520     MOVE 'NO' TO PPC-EOF-FLAG                                    03752000
037525     MOVE 0 TO PPC-COUNT                                          03752500
037530     PERFORM UNTIL PPC-EOF-FLAG = 'YES'                           03753000
037535         READ PERIOD-CONTROL-FILE                                 03753500
037540           AT END                                                 03754000
037545             MOVE 'YES' TO PPC-EOF-FLAG                           03754500
037550           NOT AT END                                             03755000
037555             IF PPC-COUNT < 53                                    03755500
037560                 ADD 1 TO PPC-COUNT                               03756000
037564                 MOVE PPC-PERIOD-END-DATE                         03756400
037568                   TO PPC-T-DATE (PPC-COUNT)                      03756800
037570                 MOVE PPC-STATUS TO PPC-T-STATUS (PPC-COUNT)      03757000
037575             END-IF                                               03757500
037580         END-READ                                                 03758000
037585     END-PERFORM                                                  03758500
037590     CLOSE PERIOD-CONTROL-FILE                                    03759000
037594     PERFORM 848-SET-PERIOD-FREQUENCY                             03759400
037595     .                                                            03759500
037600                                                                  03760000
037602*    PERCTL CARRIES NO FREQUENCY, SO IT IS TOLD FROM THE FIRST    03760200
037604*    TWO PERIOD-END DATES:  WHICHEVER STEP TAKES THE SECOND BACK  03760400
037606*    TO THE FIRST.  IF NONE DOES IT STAYS BLANK.                  03760600
037608 848-SET-PERIOD-FREQUENCY.                                        03760800
037610     MOVE SPACE TO WS-TERM-FREQUENCY                              03761000
037612     IF PPC-COUNT > 1                                             03761200
037614         MOVE PPC-T-DATE (1) TO WS-TERM-MDY                       03761400
037616         MOVE WS-TERM-MDY-DD TO WS-TERM-ANCHOR-DD                 03761600
037618         MOVE 'W' TO WS-TERM-FREQUENCY                            03761800
037620         PERFORM 849-TRY-FREQUENCY                                03762000
037622         IF WS-TERM-MDY NOT = PPC-T-DATE (1)                      03762200
037624             MOVE 'B' TO WS-TERM-FREQUENCY                        03762400
037626             PERFORM 849-TRY-FREQUENCY                            03762600
037628         END-IF                                                   03762800
037630         IF WS-TERM-MDY NOT = PPC-T-DATE (1)                      03763000
037632             MOVE 'M' TO WS-TERM-FREQUENCY                        03763200
037634             PERFORM 849-TRY-FREQUENCY                            03763400
037636         END-IF                                                   03763600
037638         IF WS-TERM-MDY NOT = PPC-T-DATE (1)                      03763800
037640             MOVE SPACE TO WS-TERM-FREQUENCY                      03764000
037642         END-IF                                                   03764200
037644     END-IF                                                       03764400
037646     .                                                            03764600
037648                                                                  03764800
037650 849-TRY-FREQUENCY.                                               03765000
037652     MOVE PPC-T-DATE (2) TO WS-TERM-MDY                           03765200
037654     IF WS-TERM-MDY-MM >= 1 AND WS-TERM-MDY-MM <= 12              03765400
037656         PERFORM 458-STEP-BACK-PERIOD                             03765600
037658     END-IF                                                       03765800
037660     .                                                            03766000
037662                                                                  03766200
037700 850-GET-DATE.                                                    03770000
037800     ACCEPT WS-DATE FROM DATE                                     03780000
037900     MOVE MM TO H-MM                                              03790000
040190     WRITE BC-REC                                                 04019000
040200     CLOSE BALANCE-FILE                                           04020000
040210     .                                                            04021000
040310                                                                  04031000
040410 843-LOAD-PAY-TYPES.                                              04041000
040510     OPEN INPUT PAY-TYPE-FILE                                     04051000
040610     MOVE 'NO' TO TY-EOF-FLAG                                     04061000
040710     MOVE 0 TO TY-COUNT                                           04071000
040810     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            04081000
040910         READ PAY-TYPE-FILE                                       04091000
041010           AT END                                                 04101000
041110             MOVE 'YES' TO TY-EOF-FLAG                            04111000
041210           NOT AT END                                             04121000
041310             IF TY-COUNT < 20                                     04131000
041410               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          04141000
041510                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         04151000
041610                 ADD 1 TO TY-COUNT                                04161000
041710                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              04171000
041810                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          04181000
041910                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        04191000
042010             END-IF                                               04201000
042110         END-READ                                                 04211000
042210     END-PERFORM                                                  04221000
042310     CLOSE PAY-TYPE-FILE                                          04231000
042410     IF TY-COUNT = 0                                              04241000
042510         MOVE 2 TO TY-COUNT                                       04251000
042610         MOVE 'S' TO TY-CODE (1)                                  04261000
042710         MOVE 'F' TO TY-METHOD (1)                                04271000
042810         MOVE 'N' TO TY-OT-FLAG (1)                               04281000
042910         MOVE 'H' TO TY-CODE (2)                                  04291000
043010         MOVE 'H' TO TY-METHOD (2)                                04301000
043110         MOVE 'Y' TO TY-OT-FLAG (2)                               04311000
043210     END-IF                                                       04321000
043310     .                                                            04331000
043410                                                                  04341000
043510 345-PAY-TYPE-LOOKUP.                                             04351000
043610     MOVE 'NO' TO TY-FOUND-FLAG                                   04361000
043710     MOVE SPACE TO WS-TY-METHOD                                   04371000
043810     MOVE 'N' TO WS-TY-OT-FLAG                                    04381000
043910     MOVE 1 TO TY-SUB                                             04391000
044010     PERFORM 346-PAY-TYPE-SCAN                                    04401000
044110       UNTIL TY-FOUND-FLAG = 'YES'                                04411000
044210       OR TY-SUB > TY-COUNT                                       04421000
044310     .                                                            04431000
044410                                                                  04441000
044510 346-PAY-TYPE-SCAN.                                               04451000
044610     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           04461000
044710         MOVE 'YES' TO TY-FOUND-FLAG                              04471000
044810         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  04481000
044910         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                04491000
045010     ELSE                                                         04501000
045110         ADD 1 TO TY-SUB                                          04511000
045210     END-IF                                                       04521000
045310     .                                                            04531000
