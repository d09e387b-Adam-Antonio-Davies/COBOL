001160*    CHECK AND FLAGGED ON THE REGISTER.                      *    00116000
001200*    THE NEXT CHECK NUMBER IS CARRIED ON THE CHECK NUMBER    *    00120000
001300*    CONTROL FILE FROM RUN TO RUN.                           *    00130000
001325*    THE DEPOSIT FILE ALSO CARRIES THE ACCOUNT SEQUENCE,     *    00132500
001350*    ACCOUNT TYPE AND PAY-COMPANY ON EACH DETAIL SO THE      *    00135000
001375*    NACHAFMT STEP CAN BUILD THE BANK'S STANDARD NACHA FILE. *    00137500
001380*    SUPPLEMENTAL EARNINGS FROM THE SUPPEARN FILE ARE ADDED  *    00138000
001385*    TO GROSS THE SAME WAY BREAKS ADDS THEM, SO THE NET PAID *    00138500
001390*    AGREES WITH THE REGISTER.                               *    00139000
001392*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00139200
001394*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00139400
001396*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00139600
001397*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00139700
001398*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00139800
001399*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00139900
001400*                                                            *    00140000
001500**************************************************************    00150000
001600                                                                  00160000
003000     SELECT OPTIONAL BANK-MASTER-FILE ASSIGN TO BANKMSTR.         00300000
003100     SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO CHKCTL.         00310000
003200     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00320000
003205     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00320500
003210     SELECT OPTIONAL CHECK-MASTER-FILE ASSIGN TO CHKMSTR.         00321000
003220     SELECT OPTIONAL BALANCE-FILE  ASSIGN TO BALFILE.             00322000
003230     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00323000
003240     SELECT OPTIONAL OVERRIDE-CARD-FILE ASSIGN TO OPOVRIDE.       00324000
003250     SELECT OPTIONAL SECURITY-COPY-FILE ASSIGN TO SECCOPY.        00325000
003260     SELECT OPTIONAL SECURITY-CARD-FILE ASSIGN TO SECCARD.        00326000
003270     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00327000
003280     SELECT OPTIONAL SUPP-EARN-FILE ASSIGN TO SUPPEARN.           00328000
003300                                                                  00330000
003400 DATA DIVISION.                                                   00340000
003500 FILE SECTION.                                                    00350000
006100 FD  OT-CONTROL-FILE                                              00610000
006200     RECORDING MODE IS F.                                         00620000
006300     COPY OTRULES.                                                00630000
006302                                                                  00630200
006304 FD  PAY-TYPE-FILE                                                00630400
006306     RECORDING MODE IS F.                                         00630600
006308     COPY PAYTYPE.                                                00630800
006310                                                                  00631000
006311 FD  EARN-CODE-FILE                                               00631100
006312     RECORDING MODE IS F.                                         00631200
006313     COPY EARNCODE.                                               00631300
006314                                                                  00631400
006315 FD  SUPP-EARN-FILE                                               00631500
006316     RECORDING MODE IS F.                                         00631600
006317     COPY SUPPEARN.                                               00631700
006318                                                                  00631800
006320 FD  CHECK-MASTER-FILE                                            00632000
006330     RECORDING MODE IS F.                                         00633000
006340     COPY CHKMSTR.                                                00634000
009000     10  PC-NET-PAY                PIC S9(05)V99 VALUE 0.         00900000
009100     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         00910000
009200     10  PC-DEDS                   PIC S9(05)V99 VALUE 0.         00920000
009210     10  PC-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00921000
009220     10  PC-SUPP-OT-BASE           PIC S9(05)V99 VALUE 0.         00922000
009230     10  PC-SUPP-RATE              PIC S9(05)V9999 VALUE 0.       00923000
009240     10  PC-SUPP-OT-RATE           PIC S9(05)V9999 VALUE 0.       00924000
009250     10  PC-SUPP-OT-PAY            PIC S9(05)V99 VALUE 0.         00925000
009300                                                                  00930000
009304 01  EARN-CODE-TABLE.                                             00930400
009308     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          00930800
009312     10  EC-ITEM                   OCCURS 10 TIMES.               00931200
009316         15  EC-T-CODE             PIC X(04).                     00931600
009320         15  EC-T-OT-FLAG          PIC X(01).                     00932000
009324                                                                  00932400
009328 01  EC-SUB                        PIC 9(02) VALUE ZERO.          00932800
009332 01  EC-PICKED                     PIC 9(02) VALUE ZERO.          00933200
009336 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00933600
009340                                                                  00934000
009344 01  SUPP-EARN-TABLE.                                             00934400
009348     10  SE-COUNT                  PIC 9(04) VALUE ZERO.          00934800
009352     10  SE-ITEM                   OCCURS 1000 TIMES.             00935200
009356         15  SE-T-ID-NUMBER        PIC X(05).                     00935600
009360         15  SE-T-PERIOD           PIC 9(06).                     00936000
009364         15  SE-T-CODE             PIC X(04).                     00936400
009368         15  SE-T-AMOUNT           PIC S9(05)V99.                 00936800
009372         15  SE-T-EC-SUB           PIC 9(02).                     00937200
009376                                                                  00937600
009380 01  SE-SUB                        PIC 9(04) VALUE ZERO.          00938000
009384 01  SE-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00938400
009386 01  SE-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          00938600
009388 01  WS-SUPP-OT-FACTOR             PIC 9(01)V99 VALUE ZERO.       00938800
009392                                                                  00939200
009400 01  BANK-TABLE.                                                  00940000
009500     10  BT-COUNT                  PIC 9(03) VALUE ZERO.          00950000
009600     10  BT-ITEM                   OCCURS 500 TIMES.              00960000
010020         15  BT-SPLIT-AMT          PIC 9(05)V99.                  01002000
010030         15  BT-SPLIT-PCT          PIC 9(03)V99.                  01003000
010040         15  BT-PRENOTE-STATUS     PIC X(01).                     01004000
010090         15  BT-ACCT-TYPE          PIC X(01).                     01009000
010095         15  BT-CHANGE-DATE        PIC 9(06).                     01009500
010100                                                                  01010000
010200 01  BT-SUB                        PIC 9(03) VALUE ZERO.          01020000
010210 01  BT-SUB2                       PIC 9(03) VALUE ZERO.          01021000
010660     10  WS-OVERRIDE-FLAG          PIC X(03) VALUE "NO".          01066000
010670     10  AUD-EOF-FLAG              PIC X(03) VALUE "NO".          01067000
010684                                                                  01068400
010685 01  PAY-TYPE-TABLE.                                              01068500
010686     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          01068600
010687     10  TY-ITEM                   OCCURS 20 TIMES.               01068700
010688         15  TY-CODE               PIC X(01).                     01068800
010689         15  TY-METHOD             PIC X(01).                     01068900
010690         15  TY-OT-FLAG            PIC X(01).                     01069000
010691                                                                  01069100
010692 01  TY-SUB                        PIC 9(02) VALUE ZERO.          01069200
010693 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01069300
010694 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01069400
010695 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         01069500
010696 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         01069600
010697                                                                  01069700
010698 01  OT-RULES-TABLE.                                              01069800
010700     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          01070000
010800     10  OT-RULE-ITEM              OCCURS 50 TIMES.               01080000
011200                                                                  01120000
011300 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01130000
011400 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01140000
011450 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01145000
011500 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01150000
011600 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01160000
011700 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01170000
012500     10  AD-FIRST-NAME             PIC X(11).                     01250000
012600     10  AD-AMOUNT                 PIC 9(07)V99.                  01260000
012700     10  AD-PERIOD-END-DATE        PIC 9(06).                     01270000
012725     10  AD-ACCT-SEQ               PIC 9(02).                     01272500
012750     10  AD-ACCT-TYPE              PIC X(01).                     01275000
012775     10  AD-COMPANY                PIC X(02).                     01277500
012800     10  FILLER                    PIC X(06) VALUE SPACES.        01280000
012900                                                                  01290000
013000 01  WS-ACH-TRAILER.                                              01300000
013100     10  AT-REC-TYPE               PIC X(01) VALUE 'T'.           01310000
021800     PERFORM 830-READ-CHECK-CONTROL                               02180000
021900     PERFORM 845-LOAD-BANK-MASTER                                 02190000
022000     PERFORM 846-LOAD-OT-RULES                                    02200000
022020     PERFORM 847-LOAD-PAY-TYPES                                   02202000
022025     PERFORM 848-LOAD-EARN-CODES                                  02202500
022050     PERFORM 849-LOAD-SUPP-EARNINGS                               02205000
022100     PERFORM 100-READ-INPUT                                       02210000
022200     PERFORM 850-GET-DATE                                         02220000
022300     PERFORM 800-PRINT-HEADINGS                                   02230000
023010     IF WS-BM-CHANGED-FLAG = "YES"                                02301000
023020         PERFORM 836-REWRITE-BANK-MASTER                          02302000
023030     END-IF                                                       02303000
023040     IF REC-COUNT <= 1 OR SE-DROPPED-COUNT > 0                    02304000
023050         MOVE 8 TO RETURN-CODE                                    02305000
023060     ELSE                                                         02306000
023070         IF (EXC-COUNT > 0 OR HELD-COUNT > 0                      02307000
024715     IF PAY-ADJ-IND = 'A' OR PAY-ADJ-IND = 'R'                    02471500
024720         PERFORM 595-PRINT-ADJUSTMENT                             02472000
024725     ELSE                                                         02472500
024730     IF TY-FOUND-FLAG = 'YES'                                     02473000
024735         PERFORM 500-PAY-EMPLOYEE                                 02473500
024740     ELSE                                                         02474000
024745         PERFORM 590-PRINT-EXCEPTION                              02474500
024960 400-CAL-PAY.                                                     02496000
024965     INITIALIZE PAY-CAL-FIELDS                                    02496500
024970     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          02497000
024974     PERFORM 345-PAY-TYPE-LOOKUP                                  02497400
024975     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              02497500
024980         PERFORM 420-SALARY                                       02498000
024985     ELSE                                                         02498500
024990         IF TY-FOUND-FLAG = 'YES'                                 02499000
024995             PERFORM 440-HOURLY                                   02499500
025000         ELSE                                                     02500000
025005             MOVE 0 TO PC-HR-USED                                 02500500
025060     .                                                            02506000
025065                                                                  02506500
025070 440-HOURLY.                                                      02507000
025074     PERFORM 438-SET-OT-LIMIT                                     02507400
025075     IF PC-HR-USED > WS-OT-HR-LIMIT                               02507500
025080         PERFORM 450-OT-PAY                                       02508000
025085     ELSE                                                         02508500
025090         MOVE 0 TO PC-OT-PAY                                      02509000
025110     .                                                            02511000
025115                                                                  02511500
025120 450-OT-PAY.                                                      02512000
025125     SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                      02512500
025130       GIVING PC-OT-HR                                            02513000
025135     MOVE WS-OT-HR-LIMIT TO PC-REG-HR                             02513500
025140     MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                    02514000
025145       GIVING PC-OT-RATE ROUNDED                                  02514500
025150     MULTIPLY PC-OT-RATE BY PC-OT-HR                              02515000
025210     .                                                            02521000
025215                                                                  02521500
025220 480-NET-PAY.                                                     02522000
025224     PERFORM 470-ADD-SUPP-EARNINGS                                02522400
025225     MOVE PAY-EMP-DEDS TO PC-DEDS                                 02522500
025230     SUBTRACT PC-DEDS FROM PC-GROSS-PAY                           02523000
025235       GIVING PC-NET-PAY                                          02523500
025580     MOVE PAY-FIRST-NAME TO AD-FIRST-NAME                         02558000
025585     MOVE SP-AMOUNT (SP-SUB) TO AD-AMOUNT                         02558500
025590     MOVE PAY-PERIOD-END-DATE TO AD-PERIOD-END-DATE               02559000
025591     MOVE BT-ACCT-SEQ (BT-SUB2) TO AD-ACCT-SEQ                    02559100
025592     MOVE BT-ACCT-TYPE (BT-SUB2) TO AD-ACCT-TYPE                  02559200
025593     MOVE PAY-COMPANY TO AD-COMPANY                               02559300
025595     WRITE ACH-REC FROM WS-ACH-DETAIL                             02559500
025600     ADD 1 TO ACH-COUNT                                           02560000
025605     ADD SP-AMOUNT (SP-SUB) TO ACH-AMOUNT                         02560500
026030     MOVE PAY-FIRST-NAME TO AD-FIRST-NAME                         02603000
026035     MOVE ZERO TO AD-AMOUNT                                       02603500
026040     MOVE PAY-PERIOD-END-DATE TO AD-PERIOD-END-DATE               02604000
026041     MOVE BT-ACCT-SEQ (BT-SUB2) TO AD-ACCT-SEQ                    02604100
026042     MOVE BT-ACCT-TYPE (BT-SUB2) TO AD-ACCT-TYPE                  02604200
026043     MOVE PAY-COMPANY TO AD-COMPANY                               02604300
026045     WRITE ACH-REC FROM WS-ACH-DETAIL                             02604500
026050     ADD 1 TO PRENOTE-COUNT                                       02605000
026055     IF WS-SECCOPY-FLAG = "YES"                                   02605500
026905                                                                  02690500
026910 837-WRITE-BANK-ROW.                                              02691000
026915     MOVE BT-ID-NUMBER (BT-SUB) TO BM-ID-NUMBER                   02691500
026919     MOVE BT-CHANGE-DATE (BT-SUB) TO BM-CHANGE-DATE               02691900
026920     MOVE BT-ACCT-SEQ (BT-SUB) TO BM-ACCT-SEQ                     02692000
026925     MOVE BT-ROUTING-NO (BT-SUB) TO BM-ROUTING-NO                 02692500
026930     MOVE BT-ACCOUNT-NO (BT-SUB) TO BM-ACCOUNT-NO                 02693000
026945     MOVE BT-SPLIT-AMT (BT-SUB) TO BM-SPLIT-AMT                   02694500
026950     MOVE BT-SPLIT-PCT (BT-SUB) TO BM-SPLIT-PCT                   02695000
026955     MOVE BT-PRENOTE-STATUS (BT-SUB) TO BM-PRENOTE-STATUS         02695500
026959     MOVE BT-ACCT-TYPE (BT-SUB) TO BM-ACCT-TYPE                   02695900
026960     WRITE BM-REC                                                 02696000
026965     ADD 1 TO BT-SUB                                              02696500
026970     .                                                            02697000
027025             IF BT-COUNT < 500                                    02702500
027030             ADD 1 TO BT-COUNT                                    02703000
027035             MOVE BM-ID-NUMBER TO BT-ID-NUMBER (BT-COUNT)         02703500
027039             MOVE BM-CHANGE-DATE TO BT-CHANGE-DATE (BT-COUNT)     02703900
027040             MOVE BM-ACCT-SEQ TO BT-ACCT-SEQ (BT-COUNT)           02704000
027045             MOVE BM-ROUTING-NO TO BT-ROUTING-NO (BT-COUNT)       02704500
027050             MOVE BM-ACCOUNT-NO TO BT-ACCOUNT-NO (BT-COUNT)       02705000
027070             MOVE BM-SPLIT-PCT TO BT-SPLIT-PCT (BT-COUNT)         02707000
027075             MOVE BM-PRENOTE-STATUS TO                            02707500
027080                 BT-PRENOTE-STATUS (BT-COUNT)                     02708000
027084             MOVE BM-ACCT-TYPE TO BT-ACCT-TYPE (BT-COUNT)         02708400
027085             ELSE                                                 02708500
027090             ADD 1 TO BT-DROPPED-COUNT                            02709000
027095             END-IF                                               02709500
027500         MOVE WS-TOTAL-LINE TO WS-PRINT-REC                       02750000
027505         PERFORM 700-PRINT-LINE                                   02750500
027510     END-IF                                                       02751000
027515     IF SE-DROPPED-COUNT > 0                                      02751500
027520         MOVE SPACES TO WS-PRINT-REC                              02752000
027525         MOVE 'EARNINGS ROWS NOT LOADED:' TO TL-LABEL             02752500
027530         MOVE SE-DROPPED-COUNT TO TL-COUNT                        02753000
027535         MOVE 0 TO TL-AMOUNT                                      02753500
027540         MOVE WS-TOTAL-LINE TO WS-PRINT-REC                       02754000
027545         PERFORM 700-PRINT-LINE                                   02754500
027550     END-IF                                                       02755000
027555     MOVE SPACES TO WS-PRINT-REC                                  02755500
027560     MOVE REC-COUNT TO WS-REC-COUNT-ED                            02756000
027565     MOVE WS-REC-COUNT-LINE TO PR-DETAIL                          02756500
027570     PERFORM 700-PRINT-LINE                                       02757000
027575     .                                                            02757500
027635                                                                  02763500
027735 470-ADD-SUPP-EARNINGS.                                           02773500
027835     IF PAY-ADJ-IND NOT = 'A' AND PAY-ADJ-IND NOT = 'R'           02783500
027935         MOVE 1 TO SE-SUB                                         02793500
028035         PERFORM 475-SUPP-EARNINGS-CHECK                          02803500
028135             UNTIL SE-SUB > SE-COUNT                              02813500
028235         IF PC-SUPP-OT-BASE NOT = 0 AND PC-OT-HR > 0              02823500
028335             PERFORM 477-SUPP-OT-PREMIUM                          02833500
028435         END-IF                                                   02843500
028535         ADD PC-SUPP-PAY TO PC-GROSS-PAY                          02853500
028635     END-IF                                                       02863500
028735     .                                                            02873500
028835                                                                  02883500
028935 475-SUPP-EARNINGS-CHECK.                                         02893500
029035     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   02903500
029135       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             02913500
029235       AND SE-T-EC-SUB (SE-SUB) > 0                               02923500
029335         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      02933500
029435         ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-PAY                  02943500
029535         IF EC-T-OT-FLAG (EC-SUB) = 'Y'                           02953500
029635             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-OT-BASE          02963500
029735         END-IF                                                   02973500
029835     END-IF                                                       02983500
029935     ADD 1 TO SE-SUB                                              02993500
030035     .                                                            03003500
030135                                                                  03013500
030235 477-SUPP-OT-PREMIUM.                                             03023500
030335     DIVIDE PC-SUPP-OT-BASE BY PC-HR-USED                         03033500
030435       GIVING PC-SUPP-RATE ROUNDED                                03043500
030535     SUBTRACT 1 FROM WS-OT-MULTIPLIER                             03053500
030635       GIVING WS-SUPP-OT-FACTOR                                   03063500
030735     MULTIPLY PC-SUPP-RATE BY WS-SUPP-OT-FACTOR                   03073500
030835       GIVING PC-SUPP-OT-RATE ROUNDED                             03083500
030935     MULTIPLY PC-SUPP-OT-RATE BY PC-OT-HR                         03093500
031035       GIVING PC-SUPP-OT-PAY ROUNDED                              03103500
031135     ADD PC-SUPP-OT-PAY TO PC-OT-PAY                              03113500
031235     ADD PC-SUPP-OT-PAY TO PC-GROSS-PAY                           03123500
031335     .                                                            03133500
031435                                                                  03143500
031535 843-FIND-EARN-CODE.                                              03153500
031635     MOVE 0 TO EC-PICKED                                          03163500
031735     MOVE 1 TO EC-SUB                                             03173500
031835     PERFORM 844-EARN-CODE-CHECK                                  03183500
031935         UNTIL EC-PICKED > 0                                      03193500
032035         OR EC-SUB > EC-COUNT                                     03203500
032135     .                                                            03213500
032235                                                                  03223500
032335 844-EARN-CODE-CHECK.                                             03233500
032435     IF EC-T-CODE (EC-SUB) = SE-T-CODE (SE-COUNT)                 03243500
032535         MOVE EC-SUB TO EC-PICKED                                 03253500
032635     ELSE                                                         03263500
032735         ADD 1 TO EC-SUB                                          03273500
032835     END-IF                                                       03283500
032935     .                                                            03293500
033035                                                                  03303500
033085 848-LOAD-EARN-CODES.                                             03308500
033135     OPEN INPUT EARN-CODE-FILE                                    03313500
033185     MOVE 'NO' TO EC-EOF-FLAG                                     03318500
033235     MOVE 0 TO EC-COUNT                                           03323500
033285     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            03328500
033335         READ EARN-CODE-FILE                                      03333500
033385           AT END                                                 03338500
033435             MOVE 'YES' TO EC-EOF-FLAG                            03343500
033485           NOT AT END                                             03348500
033535             IF EC-COUNT < 10                                     03353500
033585                 ADD 1 TO EC-COUNT                                03358500
033635                 MOVE EC-CODE TO EC-T-CODE (EC-COUNT)             03363500
033685                 MOVE EC-OT-FLAG TO EC-T-OT-FLAG (EC-COUNT)       03368500
033735             ELSE                                                 03373500
033785                 ADD 1 TO SE-DROPPED-COUNT                        03378500
033835             END-IF                                               03383500
033885         END-READ                                                 03388500
033935     END-PERFORM                                                  03393500
033985     CLOSE EARN-CODE-FILE                                         03398500
034035     .                                                            03403500
034085                                                                  03408500
034135 849-LOAD-SUPP-EARNINGS.                                          03413500
034185     OPEN INPUT SUPP-EARN-FILE                                    03418500
034235     MOVE 'NO' TO SE-EOF-FLAG                                     03423500
034285     MOVE 0 TO SE-COUNT                                           03428500
034335     PERFORM UNTIL SE-EOF-FLAG = 'YES'                            03433500
034385         READ SUPP-EARN-FILE                                      03438500
034435           AT END                                                 03443500
034485             MOVE 'YES' TO SE-EOF-FLAG                            03448500
034535           NOT AT END                                             03453500
034585             IF SE-COUNT < 1000                                   03458500
034635                 ADD 1 TO SE-COUNT                                03463500
034685                 MOVE SE-ID-NUMBER TO SE-T-ID-NUMBER (SE-COUNT)   03468500
034735                 MOVE SE-PERIOD-END-DATE TO SE-T-PERIOD (SE-COUNT)03473500
034785                 MOVE SE-EARN-CODE TO SE-T-CODE (SE-COUNT)        03478500
034835                 MOVE SE-AMOUNT TO SE-T-AMOUNT (SE-COUNT)         03483500
034885                 PERFORM 843-FIND-EARN-CODE                       03488500
034935                 MOVE EC-PICKED TO SE-T-EC-SUB (SE-COUNT)         03493500
034985             ELSE                                                 03498500
035035                 ADD 1 TO SE-DROPPED-COUNT                        03503500
035085             END-IF                                               03508500
035135         END-READ                                                 03513500
035185     END-PERFORM                                                  03518500
035235     CLOSE SUPP-EARN-FILE                                         03523500
035285     .                                                            03528500
035335                                                                  03533500
037235                                                                  03723500
037335 438-SET-OT-LIMIT.                                                03733500
037435     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       03743500
037535     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               03753500
037635         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 03763500
037735           GIVING WS-OT-HR-LIMIT                                  03773500
037835         IF WS-OT-HR-LIMIT < 0                                    03783500
037935             MOVE 0 TO WS-OT-HR-LIMIT                             03793500
038035         END-IF                                                   03803500
038135     END-IF                                                       03813500
038160     IF WS-TY-OT-FLAG NOT = 'Y'                                   03816000
038185         MOVE 9999.9 TO WS-OT-HR-LIMIT                            03818500
038210     END-IF                                                       03821000
038235     .                                                            03823500
038335                                                                  03833500
038435 847-LOAD-PAY-TYPES.                                              03843500
038535     OPEN INPUT PAY-TYPE-FILE                                     03853500
038635     MOVE 'NO' TO TY-EOF-FLAG                                     03863500
038735     MOVE 0 TO TY-COUNT                                           03873500
038835     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            03883500
038935         READ PAY-TYPE-FILE                                       03893500
039035           AT END                                                 03903500
039135             MOVE 'YES' TO TY-EOF-FLAG                            03913500
039235           NOT AT END                                             03923500
039335             IF TY-COUNT < 20                                     03933500
039435               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          03943500
039535                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         03953500
039635                 ADD 1 TO TY-COUNT                                03963500
039735                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              03973500
039835                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          03983500
039935                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        03993500
040035             END-IF                                               04003500
040135         END-READ                                                 04013500
040235     END-PERFORM                                                  04023500
040335     CLOSE PAY-TYPE-FILE                                          04033500
040435     IF TY-COUNT = 0                                              04043500
040535         MOVE 2 TO TY-COUNT                                       04053500
040635         MOVE 'S' TO TY-CODE (1)                                  04063500
040735         MOVE 'F' TO TY-METHOD (1)                                04073500
040835         MOVE 'N' TO TY-OT-FLAG (1)                               04083500
040935         MOVE 'H' TO TY-CODE (2)                                  04093500
041035         MOVE 'H' TO TY-METHOD (2)                                04103500
041135         MOVE 'Y' TO TY-OT-FLAG (2)                               04113500
041235     END-IF                                                       04123500
041335     .                                                            04133500
041435                                                                  04143500
041535 345-PAY-TYPE-LOOKUP.                                             04153500
041635     MOVE 'NO' TO TY-FOUND-FLAG                                   04163500
041735     MOVE SPACE TO WS-TY-METHOD                                   04173500
041835     MOVE 'N' TO WS-TY-OT-FLAG                                    04183500
041935     MOVE 1 TO TY-SUB                                             04193500
042035     PERFORM 346-PAY-TYPE-SCAN                                    04203500
042135       UNTIL TY-FOUND-FLAG = 'YES'                                04213500
042235       OR TY-SUB > TY-COUNT                                       04223500
042335     .                                                            04233500
042435                                                                  04243500
042535 346-PAY-TYPE-SCAN.                                               04253500
042635     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           04263500
042735         MOVE 'YES' TO TY-FOUND-FLAG                              04273500
042835         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  04283500
042935         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                04293500
043035     ELSE                                                         04303500
043135         ADD 1 TO TY-SUB                                          04313500
043235     END-IF                                                       04323500
043335     .                                                            04333500
