001400*    YTDHIST HISTORY FOR THAT CLOSED YEAR INSTEAD.  EVERY    *    00140000
001500*    EMPLOYEE THAT DOES NOT TIE IS LISTED, SO A DOUBLED      *    00150000
001600*    CHECKPOINT RESTART SHOWS UP LONG BEFORE W-2 TIME.       *    00160000
001625*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00162500
001650*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00165000
001655*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00165500
001660*    THE AUDIT YEAR IS LOOKED UP ON ARCHCTL:  A YEAR ARCHMNT *    00166000
001665*    HAS SPLIT OFF IS READ FROM ITS ARCHGEN GENERATION, WHOSE*    00166500
001670*    HEADER YEAR AND TRAILER COUNT MUST PROVE (ELSE RC 8); A *    00167000
001675*    PURGED YEAR IS REFUSED; OTHERWISE PAYARCH IS READ.      *    00167500
001680*    PAY TYPES ARE TAKEN FROM THE PAYTYPE CONTROL FILE:      *    00168000
001685*    FLAT AMOUNT, OR RATE TIMES HOURS, UNITS OR DAYS, WITH   *    00168500
001690*    OR WITHOUT OVERTIME ON THE QUANTITY OVER THE THRESHOLD. *    00169000
001691*    SUPPLEMENTAL EARNINGS FOR THE YEAR ARE LOADED FROM THE  *    00169100
001692*    KEPT SUPPEARN PERIOD FILES (READ CONCATENATED) AND      *    00169200
001693*    EARNCODE, AND ADDED TO REGULAR PAY WITH THE OT PREMIUM  *    00169300
001694*    ON OVERTIME-ELIGIBLE CODES, JUST AS BREAKS POSTS THEM;  *    00169400
001695*    ROWS THE TABLE CANNOT HOLD ARE COUNTED AND SET RC 8.    *    00169500
001700*                                                            *    00170000
001800**************************************************************    00180000
001900                                                                  00190000
002700 INPUT-OUTPUT SECTION.                                            00270000
002800                                                                  00280000
002900 FILE-CONTROL.                                                    00290000
002925     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00292500
002950         ORGANIZATION IS INDEXED                                  00295000
002975         ACCESS IS SEQUENTIAL                                     00297500
003000         RECORD KEY IS AX-KEY.                                    00300000
003025     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00302500
003050     SELECT OPTIONAL ARCH-CONTROL-FILE ASSIGN TO ARCHCTL.         00305000
003100     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00310000
003200     SELECT OPTIONAL YTD-FILE      ASSIGN TO YTDMSTR              00320000
003300         ORGANIZATION IS INDEXED                                  00330000
003600     SELECT OPTIONAL YTD-HISTORY-FILE ASSIGN TO YTDHIST.          00360000
003700     SELECT OPTIONAL YEAR-CARD-FILE ASSIGN TO YEARCARD.           00370000
003800     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00380000
003850     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00385000
003870     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00387000
003890     SELECT OPTIONAL SUPP-EARN-FILE ASSIGN TO SUPPEARN.           00389000
003900     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00390000
004000                                                                  00400000
004100 DATA DIVISION.                                                   00410000
004200 FILE SECTION.                                                    00420000
004300                                                                  00430000
004325 FD  PAY-ARCHIVE-FILE.                                            00432500
004350     COPY ARCHIDX.                                                00435000
004375                                                                  00437500
004400 FD  ARCH-GEN-FILE                                                00440000
004425     RECORDING MODE IS F.                                         00442500
004450     COPY ARCHGEN.                                                00445000
004475                                                                  00447500
004500 FD  ARCH-CONTROL-FILE                                            00450000
004525     RECORDING MODE IS F.                                         00452500
004550     COPY ARCHCTL.                                                00455000
004800                                                                  00480000
004900 FD  PRINT-FILE                                                   00490000
005000     RECORDING MODE IS F.                                         00500000
006600 FD  OT-CONTROL-FILE                                              00660000
006700     RECORDING MODE IS F.                                         00670000
006800     COPY OTRULES.                                                00680000
006820                                                                  00682000
006840 FD  PAY-TYPE-FILE                                                00684000
006860     RECORDING MODE IS F.                                         00686000
006880     COPY PAYTYPE.                                                00688000
006882                                                                  00688200
006884 FD  EARN-CODE-FILE                                               00688400
006886     RECORDING MODE IS F.                                         00688600
006888     COPY EARNCODE.                                               00688800
006890                                                                  00689000
006892 FD  SUPP-EARN-FILE                                               00689200
006894     RECORDING MODE IS F.                                         00689400
006896     COPY SUPPEARN.                                               00689600
006900                                                                  00690000
007000 FD  AUDIT-FILE                                                   00700000
007100     RECORDING MODE IS F.                                         00710000
008500     10  WS-AUDIT-YEAR             PIC 9(04) VALUE ZERO.          00850000
008600     10  WS-AUDIT-YY               PIC 9(02) VALUE ZERO.          00860000
008700     10  WS-YEAR-QUOT              PIC 9(04) VALUE ZERO.          00870000
008710     10  WS-ARCH-SOURCE            PIC X(01) VALUE 'A'.           00871000
008720     10  AY-EOF-FLAG               PIC X(03) VALUE "NO".          00872000
008730     10  WS-GEN-BAD-FLAG           PIC X(03) VALUE "NO".          00873000
008740     10  WS-GEN-TRAILER-FLAG       PIC X(03) VALUE "NO".          00874000
008750     10  GEN-D-COUNT               PIC 9(07) VALUE ZERO.          00875000
008760     10  GEN-TRAILER-COUNT         PIC 9(07) VALUE ZERO.          00876000
008800                                                                  00880000
008900 01  PAY-CAL-FIELDS.                                              00890000
009000     10  PC-HR-USED                PIC S9(04)V9  VALUE 0.         00900000
009600     10  PC-NET-PAY                PIC S9(05)V99 VALUE 0.         00960000
009700     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         00970000
009800     10  PC-DEDS                   PIC S9(05)V99 VALUE 0.         00980000
009810     10  PC-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00981000
009820     10  PC-SUPP-OT-BASE           PIC S9(05)V99 VALUE 0.         00982000
009830     10  PC-SUPP-RATE              PIC S9(05)V9999 VALUE 0.       00983000
009840     10  PC-SUPP-OT-RATE           PIC S9(05)V9999 VALUE 0.       00984000
009850     10  PC-SUPP-OT-PAY            PIC S9(05)V99 VALUE 0.         00985000
009900                                                                  00990000
010000 01  REBUILD-TABLE.                                               01000000
010100     10  AC-COUNT                  PIC 9(04) VALUE ZERO.          01010000
012600     10  WS-DF-OT                  PIC X(03).                     01260000
012700     10  WS-DF-DEDS                PIC X(04).                     01270000
012800     10  WS-DF-NET                 PIC X(04).                     01280000
012802                                                                  01280200
012804 01  EARN-CODE-TABLE.                                             01280400
012806     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          01280600
012808     10  EC-ITEM                   OCCURS 10 TIMES.               01280800
012810         15  EC-T-CODE             PIC X(04).                     01281000
012812         15  EC-T-OT-FLAG          PIC X(01).                     01281200
012814                                                                  01281400
012816 01  EC-SUB                        PIC 9(02) VALUE ZERO.          01281600
012818 01  EC-PICKED                     PIC 9(02) VALUE ZERO.          01281800
012820 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01282000
012822                                                                  01282200
012824 01  SUPP-EARN-TABLE.                                             01282400
012826     10  SE-COUNT                  PIC 9(04) VALUE ZERO.          01282600
012828     10  SE-ITEM                   OCCURS 5000 TIMES.             01282800
012830         15  SE-T-ID-NUMBER        PIC X(05).                     01283000
012832         15  SE-T-PERIOD           PIC 9(06).                     01283200
012834         15  SE-T-CODE             PIC X(04).                     01283400
012836         15  SE-T-AMOUNT           PIC S9(05)V99.                 01283600
012838         15  SE-T-EC-SUB           PIC 9(02).                     01283800
012840                                                                  01284000
012842 01  SE-SUB                        PIC 9(04) VALUE ZERO.          01284200
012844 01  SE-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01284400
012846 01  SE-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01284600
012848 01  WS-SUPP-OT-FACTOR             PIC 9(01)V99 VALUE ZERO.       01284800
012850                                                                  01285000
012852 01  WS-SE-PARTS.                                                 01285200
012854     10  WS-SE-MM                  PIC 9(02).                     01285400
012856     10  WS-SE-DD                  PIC 9(02).                     01285600
012858     10  WS-SE-YY                  PIC 9(02).                     01285800
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
013600                                                                  01360000
013700 01  WS-OT-THRESHOLD               PIC 9(04)V9  VALUE 40.0.       01370000
013800 01  WS-OT-MULTIPLIER              PIC 9(01)V99 VALUE 1.50.       01380000
013850 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          01385000
013900 01  OT-SUB                        PIC 9(03) VALUE ZERO.          01390000
014000 01  OT-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          01400000
014100 01  OT-EOF-FLAG                   PIC X(03) VALUE 'NO'.          01410000
014400     10  FILLER                    PIC X(14) VALUE                01440000
014500         'ARCHIVE READ: '.                                        01450000
014600     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     01460000
014610                                                                  01461000
014620 01  WS-ARCH-MSG-LINE.                                            01462000
014630     10  FILLER                    PIC X(01) VALUE SPACE.         01463000
014640     10  FILLER                    PIC X(08) VALUE '** YEAR '.    01464000
014650     10  AM-YEAR                   PIC 9(04).                     01465000
014660     10  FILLER                    PIC X(01) VALUE SPACE.         01466000
014670     10  AM-TEXT                   PIC X(50).                     01467000
014700                                                                  01470000
014800 01  WS-TOTAL-LINE.                                               01480000
014900     10  FILLER                    PIC X(01).                     01490000
021500     PERFORM 850-GET-DATE                                         02150000
021600     PERFORM 800-PRINT-HEADINGS                                   02160000
021700     PERFORM 846-LOAD-OT-RULES                                    02170000
021750     PERFORM 847-LOAD-PAY-TYPES                                   02175000
021800                                                                  02180000
021820     PERFORM 835-FIND-ARCHIVE-YEAR                                02182000
021825     PERFORM 848-LOAD-EARN-CODES                                  02182500
021830     PERFORM 849-LOAD-SUPP-EARNINGS                               02183000
021840                                                                  02184000
021860     IF WS-ARCH-SOURCE = 'P'                                      02186000
021880         MOVE WS-AUDIT-YEAR TO AM-YEAR                            02188000
021900         MOVE 'PAY ARCHIVE PURGED - RUN REFUSED' TO AM-TEXT       02190000
021920         MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                       02192000
021940         PERFORM 700-PRINT-LINE                                   02194000
021960     ELSE                                                         02196000
021980         IF WS-ARCH-SOURCE = 'G'                                  02198000
022000             MOVE WS-AUDIT-YEAR TO AM-YEAR                        02200000
022020             MOVE 'READ FROM ITS ARCHGEN GENERATION' TO AM-TEXT   02202000
022040             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   02204000
022060             PERFORM 700-PRINT-LINE                               02206000
022080             OPEN INPUT ARCH-GEN-FILE                             02208000
022100             PERFORM 105-READ-GEN-HEADER                          02210000
022120         ELSE                                                     02212000
022140             OPEN INPUT PAY-ARCHIVE-FILE                          02214000
022160         END-IF                                                   02216000
022180         IF EOF-FLAG = "NO"                                       02218000
022200             PERFORM 100-READ-INPUT                               02220000
022220         END-IF                                                   02222000
022240         PERFORM 300-PROCESS-DATA                                 02224000
022260           UNTIL EOF-FLAG = "YES"                                 02226000
022280         IF WS-ARCH-SOURCE = 'G'                                  02228000
022300             CLOSE ARCH-GEN-FILE                                  02230000
022320         ELSE                                                     02232000
022340             CLOSE PAY-ARCHIVE-FILE                               02234000
022360         END-IF                                                   02236000
022380         IF WS-ARCH-SOURCE = 'G'                                  02238000
022400             IF WS-GEN-TRAILER-FLAG = "NO"                        02240000
022420               OR GEN-D-COUNT NOT = GEN-TRAILER-COUNT             02242000
022440                 MOVE "YES" TO WS-GEN-BAD-FLAG                    02244000
022460             END-IF                                               02246000
022480         END-IF                                                   02248000
022500         IF WS-GEN-BAD-FLAG = "YES"                               02250000
022520             MOVE WS-AUDIT-YEAR TO AM-YEAR                        02252000
022540             MOVE 'ARCHGEN GENERATION DOES NOT PROVE' TO AM-TEXT  02254000
022560             MOVE WS-ARCH-MSG-LINE TO PR-DETAIL                   02256000
022580             PERFORM 700-PRINT-LINE                               02258000
022600         END-IF                                                   02260000
022620         PERFORM 600-COMPARE-MASTER                               02262000
022640         PERFORM 650-PRINT-UNMATCHED                              02264000
022660     END-IF                                                       02266000
022700     PERFORM 900-PRINT-FINAL-TOTALS                               02270000
022800     CLOSE PRINT-FILE                                             02280000
022850     IF REC-COUNT <= 1                                            02285000
022900       OR WS-ARCH-SOURCE = 'P'                                    02290000
022950       OR WS-GEN-BAD-FLAG = "YES"                                 02295000
022975       OR SE-DROPPED-COUNT > 0                                    02297500
023000         MOVE 8 TO RETURN-CODE                                    02300000
023100     ELSE                                                         02310000
023200         IF DIFF-COUNT > 0                                        02320000
023700     GOBACK.                                                      02370000
023800                                                                  02380000
023900 100-READ-INPUT.                                                  02390000
023925     IF WS-ARCH-SOURCE = 'G'                                      02392500
023950         PERFORM 110-READ-GENERATION                              02395000
023975     ELSE                                                         02397500
024000         READ PAY-ARCHIVE-FILE NEXT RECORD                        02400000
024025           AT END                                                 02402500
024050             MOVE "YES" TO EOF-FLAG                               02405000
024075           NOT AT END                                             02407500
024100             MOVE AX-PAY-DATA TO WS-PAY-REC                       02410000
024125         END-READ                                                 02412500
024150     END-IF                                                       02415000
024400     ADD 1 TO REC-COUNT.                                          02440000
024500                                                                  02450000
024502*    A YEAR ARCHMNT HAS SPLIT OFF IS READ FROM ITS GENERATION.    02450200
024504*    THE HEADER MUST NAME THE YEAR ASKED FOR; THE TRAILER ENDS    02450400
024506*    THE READ AND ITS COUNT MUST AGREE WITH THE DETAIL READ.      02450600
024508 105-READ-GEN-HEADER.                                             02450800
024510     READ ARCH-GEN-FILE                                           02451000
024512       AT END                                                     02451200
024514         MOVE "YES" TO WS-GEN-BAD-FLAG                            02451400
024516     END-READ                                                     02451600
024518     IF WS-GEN-BAD-FLAG = "NO"                                    02451800
024520         IF AG-REC-TYPE NOT = 'H' OR AG-YEAR NOT = WS-AUDIT-YEAR  02452000
024522             MOVE "YES" TO WS-GEN-BAD-FLAG                        02452200
024524         END-IF                                                   02452400
024526     END-IF                                                       02452600
024528     IF WS-GEN-BAD-FLAG = "YES"                                   02452800
024530         MOVE "YES" TO EOF-FLAG                                   02453000
024532     END-IF                                                       02453200
024534     .                                                            02453400
024536                                                                  02453600
024538 110-READ-GENERATION.                                             02453800
024540     READ ARCH-GEN-FILE                                           02454000
024542       AT END                                                     02454200
024544         MOVE "YES" TO EOF-FLAG                                   02454400
024546       NOT AT END                                                 02454600
024548         IF AG-REC-TYPE = 'D'                                     02454800
024550             MOVE AG-PAY-DATA TO WS-PAY-REC                       02455000
024552             ADD 1 TO GEN-D-COUNT                                 02455200
024554         ELSE                                                     02455400
024556         IF AG-REC-TYPE = 'T'                                     02455600
024558             MOVE "YES" TO WS-GEN-TRAILER-FLAG                    02455800
024560             MOVE AG-CTL-REC-COUNT TO GEN-TRAILER-COUNT           02456000
024562             MOVE "YES" TO EOF-FLAG                               02456200
024564         ELSE                                                     02456400
024566             MOVE "YES" TO WS-GEN-BAD-FLAG                        02456600
024568             MOVE "YES" TO EOF-FLAG                               02456800
024570         END-IF                                                   02457000
024572         END-IF                                                   02457200
024574     END-READ                                                     02457400
024576     .                                                            02457600
024578                                                                  02457800
024600 300-PROCESS-DATA.                                                02460000
024650     PERFORM 345-PAY-TYPE-LOOKUP                                  02465000
024700     IF PAY-PERIOD-END-YY = WS-AUDIT-YY                           02470000
024800       AND TY-FOUND-FLAG = 'YES'                                  02480000
024900         PERFORM 340-OT-RULE-LOOKUP                               02490000
025000         PERFORM 400-CAL-PAY                                      02500000
025100         IF PAY-ADJ-IND = 'R'                                     02510000
029600 400-CAL-PAY.                                                     02960000
029700     INITIALIZE PAY-CAL-FIELDS                                    02970000
029800     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          02980000
029900     IF WS-TY-METHOD = 'F'                                        02990000
030000         MOVE PAY-EMP-RATE TO PC-GROSS-PAY                        03000000
030100         MOVE PAY-EMP-RATE TO PC-REG-PAY                          03010000
030200     ELSE                                                         03020000
030300         PERFORM 440-HOURLY                                       03030000
030400     END-IF                                                       03040000
030425     IF PAY-ADJ-IND = ' '                                         03042500
030450         PERFORM 470-ADD-SUPP-EARNINGS                            03045000
030475     END-IF                                                       03047500
030500     MOVE PAY-EMP-DEDS TO PC-DEDS                                 03050000
030600     SUBTRACT PC-DEDS FROM PC-GROSS-PAY                           03060000
030700       GIVING PC-NET-PAY                                          03070000
030800     .                                                            03080000
030805                                                                  03080500
030810 438-SET-OT-LIMIT.                                                03081000
030815     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       03081500
030820     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               03082000
030825         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 03082500
030830           GIVING WS-OT-HR-LIMIT                                  03083000
030835         IF WS-OT-HR-LIMIT < 0                                    03083500
030840             MOVE 0 TO WS-OT-HR-LIMIT                             03084000
030845         END-IF                                                   03084500
030850     END-IF                                                       03085000
030851     IF WS-TY-OT-FLAG NOT = 'Y'                                   03085100
030852         MOVE 9999.9 TO WS-OT-HR-LIMIT                            03085200
030853     END-IF                                                       03085300
030855     .                                                            03085500
030900                                                                  03090000
031000 440-HOURLY.                                                      03100000
031050     PERFORM 438-SET-OT-LIMIT                                     03105000
031100     IF PC-HR-USED > WS-OT-HR-LIMIT                               03110000
031200         SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                  03120000
031300           GIVING PC-OT-HR                                        03130000
031400         MOVE WS-OT-HR-LIMIT TO PC-REG-HR                         03140000
031500         MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                03150000
031600           GIVING PC-OT-RATE ROUNDED                              03160000
031700         MULTIPLY PC-OT-RATE BY PC-OT-HR                          03170000
033400     SUBTRACT PC-DEDS FROM ZERO GIVING PC-DEDS                    03340000
033500     SUBTRACT PC-NET-PAY FROM ZERO GIVING PC-NET-PAY              03350000
033600     .                                                            03360000
033601                                                                  03360100
033602 470-ADD-SUPP-EARNINGS.                                           03360200
033603     MOVE 1 TO SE-SUB                                             03360300
033604     PERFORM 475-SUPP-EARNINGS-CHECK                              03360400
033605         UNTIL SE-SUB > SE-COUNT                                  03360500
033606     IF PC-SUPP-OT-BASE NOT = 0 AND PC-OT-HR > 0                  03360600
033607         PERFORM 477-SUPP-OT-PREMIUM                              03360700
033608     END-IF                                                       03360800
033609     ADD PC-SUPP-PAY TO PC-GROSS-PAY                              03360900
033610     .                                                            03361000
033611                                                                  03361100
033612 475-SUPP-EARNINGS-CHECK.                                         03361200
033613     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   03361300
033614       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             03361400
033615       AND SE-T-EC-SUB (SE-SUB) > 0                               03361500
033616         MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                      03361600
033617         ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-PAY                  03361700
033618         IF EC-T-OT-FLAG (EC-SUB) = 'Y'                           03361800
033619             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-OT-BASE          03361900
033620         END-IF                                                   03362000
033621     END-IF                                                       03362100
033622     ADD 1 TO SE-SUB                                              03362200
033623     .                                                            03362300
033624                                                                  03362400
033625 477-SUPP-OT-PREMIUM.                                             03362500
033626     DIVIDE PC-SUPP-OT-BASE BY PC-HR-USED                         03362600
033627       GIVING PC-SUPP-RATE ROUNDED                                03362700
033628     SUBTRACT 1 FROM WS-OT-MULTIPLIER                             03362800
033629       GIVING WS-SUPP-OT-FACTOR                                   03362900
033630     MULTIPLY PC-SUPP-RATE BY WS-SUPP-OT-FACTOR                   03363000
033631       GIVING PC-SUPP-OT-RATE ROUNDED                             03363100
033632     MULTIPLY PC-SUPP-OT-RATE BY PC-OT-HR                         03363200
033633       GIVING PC-SUPP-OT-PAY ROUNDED                              03363300
033634     ADD PC-SUPP-OT-PAY TO PC-OT-PAY                              03363400
033635     ADD PC-SUPP-OT-PAY TO PC-GROSS-PAY                           03363500
033636     .                                                            03363600
033637                                                                  03363700
033638 478-FIND-EARN-CODE.                                              03363800
033639     MOVE 0 TO EC-PICKED                                          03363900
033640     MOVE 1 TO EC-SUB                                             03364000
033641     PERFORM 479-EARN-CODE-CHECK                                  03364100
033642         UNTIL EC-PICKED > 0                                      03364200
033643         OR EC-SUB > EC-COUNT                                     03364300
033644     .                                                            03364400
033645                                                                  03364500
033646 479-EARN-CODE-CHECK.                                             03364600
033647     IF EC-T-CODE (EC-SUB) = SE-T-CODE (SE-COUNT)                 03364700
033648         MOVE EC-SUB TO EC-PICKED                                 03364800
033649     ELSE                                                         03364900
033650         ADD 1 TO EC-SUB                                          03365000
033651     END-IF                                                       03365100
033652     .                                                            03365200
033700                                                                  03370000
033800 500-POST-REBUILD.                                                03380000
033900     MOVE 0 TO AC-PICKED                                          03390000
035900     IF AC-PICKED > 0                                             03590000
036000         ADD PC-HR-USED TO AC-HR-USED (AC-PICKED)                 03600000
036100         ADD PC-REG-PAY TO AC-REG-PAY (AC-PICKED)                 03610000
036150         ADD PC-SUPP-PAY TO AC-REG-PAY (AC-PICKED)                03615000
036200         ADD PC-OT-PAY TO AC-OT-PAY (AC-PICKED)                   03620000
036300         ADD PC-DEDS TO AC-DEDS (AC-PICKED)                       03630000
036400         ADD PC-NET-PAY TO AC-NET-PAY (AC-PICKED)                 03640000
054400     CLOSE YEAR-CARD-FILE                                         05440000
054500     .                                                            05450000
054600                                                                  05460000
054605*    ARCHCTL SAYS WHERE THE YEAR IS:  NO ROW MEANS IT IS STILL ON 05460500
054610*    PAYARCH, 'G' ON ITS OWN GENERATION, 'P' PURGED.              05461000
054615 835-FIND-ARCHIVE-YEAR.                                           05461500
054620     MOVE 'A' TO WS-ARCH-SOURCE                                   05462000
054625     OPEN INPUT ARCH-CONTROL-FILE                                 05462500
054630     MOVE "NO" TO AY-EOF-FLAG                                     05463000
054635     PERFORM UNTIL AY-EOF-FLAG = "YES"                            05463500
054640         READ ARCH-CONTROL-FILE                                   05464000
054645           AT END                                                 05464500
054650             MOVE "YES" TO AY-EOF-FLAG                            05465000
054655           NOT AT END                                             05465500
054660             IF AY-YEAR = WS-AUDIT-YEAR                           05466000
054665                 MOVE AY-STATUS TO WS-ARCH-SOURCE                 05466500
054670             END-IF                                               05467000
054675         END-READ                                                 05467500
054680     END-PERFORM                                                  05468000
054685     CLOSE ARCH-CONTROL-FILE                                      05468500
054690     .                                                            05469000
054695                                                                  05469500
054700 846-LOAD-OT-RULES.                                               05470000
054800     OPEN INPUT OT-CONTROL-FILE                                   05480000
054900     MOVE 'NO' TO OT-EOF-FLAG                                     05490000
056300     CLOSE OT-CONTROL-FILE                                        05630000
056400     .                                                            05640000
056500                                                                  05650000
056501 848-LOAD-EARN-CODES.                                             05650100
056502     OPEN INPUT EARN-CODE-FILE                                    05650200
056503     MOVE 'NO' TO EC-EOF-FLAG                                     05650300
056504     MOVE 0 TO EC-COUNT                                           05650400
056505     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            05650500
056506         READ EARN-CODE-FILE                                      05650600
056507           AT END                                                 05650700
056508             MOVE 'YES' TO EC-EOF-FLAG                            05650800
056509           NOT AT END                                             05650900
056510             IF EC-COUNT < 10                                     05651000
056511                 ADD 1 TO EC-COUNT                                05651100
056512                 MOVE EC-CODE TO EC-T-CODE (EC-COUNT)             05651200
056513                 MOVE EC-OT-FLAG TO EC-T-OT-FLAG (EC-COUNT)       05651300
056514             ELSE                                                 05651400
056515                 ADD 1 TO SE-DROPPED-COUNT                        05651500
056516             END-IF                                               05651600
056517         END-READ                                                 05651700
056518     END-PERFORM                                                  05651800
056519     CLOSE EARN-CODE-FILE                                         05651900
056520     .                                                            05652000
056521                                                                  05652100
056522*    ONLY THE AUDIT YEAR IS KEPT - THE CONCATENATED PERIOD FILES  05652200
056523*    MAY RUN BACK OVER SEVERAL YEARS.                             05652300
056524 849-LOAD-SUPP-EARNINGS.                                          05652400
056525     OPEN INPUT SUPP-EARN-FILE                                    05652500
056526     MOVE 'NO' TO SE-EOF-FLAG                                     05652600
056527     MOVE 0 TO SE-COUNT                                           05652700
056528     PERFORM UNTIL SE-EOF-FLAG = 'YES'                            05652800
056529         READ SUPP-EARN-FILE                                      05652900
056530           AT END                                                 05653000
056531             MOVE 'YES' TO SE-EOF-FLAG                            05653100
056532           NOT AT END                                             05653200
056533             MOVE SE-PERIOD-END-DATE TO WS-SE-PARTS               05653300
056534             IF WS-SE-YY = WS-AUDIT-YY                            05653400
056535                 IF SE-COUNT < 5000                               05653500
056536                     ADD 1 TO SE-COUNT                            05653600
056537                     MOVE SE-ID-NUMBER                            05653700
056538                       TO SE-T-ID-NUMBER (SE-COUNT)               05653800
056539                     MOVE SE-PERIOD-END-DATE                      05653900
056540                       TO SE-T-PERIOD (SE-COUNT)                  05654000
056541                     MOVE SE-EARN-CODE TO SE-T-CODE (SE-COUNT)    05654100
056542                     MOVE SE-AMOUNT TO SE-T-AMOUNT (SE-COUNT)     05654200
056543                     PERFORM 478-FIND-EARN-CODE                   05654300
056544                     MOVE EC-PICKED TO SE-T-EC-SUB (SE-COUNT)     05654400
056545                 ELSE                                             05654500
056546                     ADD 1 TO SE-DROPPED-COUNT                    05654600
056547                 END-IF                                           05654700
056548             END-IF                                               05654800
056549         END-READ                                                 05654900
056550     END-PERFORM                                                  05655000
056551     CLOSE SUPP-EARN-FILE                                         05655100
056552     .                                                            05655200
056553                                                                  05655300
056600 850-GET-DATE.                                                    05660000
056700     ACCEPT WS-DATE FROM DATE                                     05670000
056800     MOVE MM TO H-MM                                              05680000
060700         MOVE WS-TOTAL-LINE TO PR-DETAIL                          06070000
060800         PERFORM 700-PRINT-LINE                                   06080000
060900     END-IF                                                       06090000
060910     IF SE-DROPPED-COUNT > 0                                      06091000
060920         MOVE SPACES TO WS-PRINT-REC                              06092000
060930         MOVE 'EARNINGS ROWS NOT LOADED:' TO TL-LABEL             06093000
060940         MOVE SE-DROPPED-COUNT TO TL-COUNT                        06094000
060950         MOVE WS-TOTAL-LINE TO PR-DETAIL                          06095000
060960         PERFORM 700-PRINT-LINE                                   06096000
060970     END-IF                                                       06097000
061000     .                                                            06100000
061100                                                                  06110000
061200 985-WRITE-AUDIT-LOG.                                             06120000
062200     WRITE AUD-REC                                                06220000
062300     CLOSE AUDIT-FILE                                             06230000
062400     .                                                            06240000
062500                                                                  06250000
062600 847-LOAD-PAY-TYPES.                                              06260000
062700     OPEN INPUT PAY-TYPE-FILE                                     06270000
062800     MOVE 'NO' TO TY-EOF-FLAG                                     06280000
062900     MOVE 0 TO TY-COUNT                                           06290000
063000     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            06300000
063100         READ PAY-TYPE-FILE                                       06310000
063200           AT END                                                 06320000
063300             MOVE 'YES' TO TY-EOF-FLAG                            06330000
063400           NOT AT END                                             06340000
063500             IF TY-COUNT < 20                                     06350000
063600               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          06360000
063700                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         06370000
063800                 ADD 1 TO TY-COUNT                                06380000
063900                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              06390000
064000                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          06400000
064100                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        06410000
064200             END-IF                                               06420000
064300         END-READ                                                 06430000
064400     END-PERFORM                                                  06440000
064500     CLOSE PAY-TYPE-FILE                                          06450000
064600     IF TY-COUNT = 0                                              06460000
064700         MOVE 2 TO TY-COUNT                                       06470000
064800         MOVE 'S' TO TY-CODE (1)                                  06480000
064900         MOVE 'F' TO TY-METHOD (1)                                06490000
065000         MOVE 'N' TO TY-OT-FLAG (1)                               06500000
065100         MOVE 'H' TO TY-CODE (2)                                  06510000
065200         MOVE 'H' TO TY-METHOD (2)                                06520000
065300         MOVE 'Y' TO TY-OT-FLAG (2)                               06530000
065400     END-IF                                                       06540000
065500     .                                                            06550000
065600                                                                  06560000
065700 345-PAY-TYPE-LOOKUP.                                             06570000
065800     MOVE 'NO' TO TY-FOUND-FLAG                                   06580000
065900     MOVE SPACE TO WS-TY-METHOD                                   06590000
066000     MOVE 'N' TO WS-TY-OT-FLAG                                    06600000
066100     MOVE 1 TO TY-SUB                                             06610000
066200     PERFORM 346-PAY-TYPE-SCAN                                    06620000
066300       UNTIL TY-FOUND-FLAG = 'YES'                                06630000
066400       OR TY-SUB > TY-COUNT                                       06640000
066500     .                                                            06650000
066600                                                                  06660000
066700 346-PAY-TYPE-SCAN.                                               06670000
066800     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           06680000
066900         MOVE 'YES' TO TY-FOUND-FLAG                              06690000
067000         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  06700000
067100         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                06710000
067200     ELSE                                                         06720000
067300         ADD 1 TO TY-SUB                                          06730000
067400     END-IF                                                       06740000
067500     .                                                            06750000
