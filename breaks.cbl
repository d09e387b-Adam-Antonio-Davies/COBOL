000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060001
000700*    FORMAT OF THE SELECT STATEMENT FOR THE DATA SETS USED.  *    00070001
000710*    SUPPLEMENTAL EARNINGS (SHIFT DIFFERENTIAL, HOLIDAY,     *    00071000
000720*    BONUS, COMMISSION) ARE READ FROM THE SUPPEARN FILE,     *    00072000
000730*    VALIDATED AGAINST THE EARNCODE CONTROL FILE, ADDED TO   *    00073000
000740*    GROSS AND ITEMIZED UNDER EACH EMPLOYEE ON THE REGISTER. *    00074000
000750*    CODES FLAGGED AS COUNTING TOWARD OVERTIME RAISE THE     *    00075000
000760*    REGULAR RATE FOR THE OVERTIME HOURS.  THE DEPARTMENT,   *    00076000
000770*    DIVISION, COMPANY AND FINAL TOTALS SHOW THEM, AND THE   *    00077000
000780*    DIVTOTS AND GLTOTALS EXTRACTS CARRY THEM BY CODE.       *    00078000
000790*    EARNINGS ROWS NOT PAID ARE LISTED AT THE END.           *    00079000
000792*    AN HOURLY RECORD THAT TIMECLK FLAGGED WITH WORKWEEK     *    00079200
000794*    OVERTIME HOURS IS PAID OT ON THOSE HOURS INSTEAD OF ON  *    00079400
000796*    THE PERIOD TOTAL OVER THE OT THRESHOLD.                 *    00079600
000797*    DEPARTMENT TOTALS ARE ALSO WRITTEN TO THE DEPTTOTS      *    00079700
000798*    EXTRACT FOR GLFEED'S COST-CENTER WAGE POSTING.          *    00079800
000799*    PAY TYPE METHODS ARE LOOKED UP ON THE PAYTYPE FILE.     *    00079900
000800*                                                            *    00080000
000810*    BEFORE POSTING A PERIOD TO YTDMSTR THE PROGRAM COPIES   *    00081000
000820*    THE MASTER TO THE YTDSNAP SNAPSHOT, STAMPED WITH THE    *    00082000
000830*    PERIOD, SO ROLLBACK CAN RESTORE IT IF THE PERIOD IS     *    00083000
000840*    REOPENED.  A SNAPSHOT ALREADY TAKEN FOR THE PERIOD IS   *    00084000
000845*    KEPT.  A RESTART THAT FINDS NO SNAPSHOT FOR THE PERIOD  *    00084500
000850*    STOPS WITH RC 8 RATHER THAN POST TO A MASTER ROLLBACK   *    00085000
000855*    COULD NOT PUT BACK.                                     *    00085500
000860*                                                            *    00086000
000900**************************************************************    00090000
001000                                                                  00100000
001100 ENVIRONMENT DIVISION.                                            00110000
002250     SELECT FINAL-TOTALS-FILE      ASSIGN TO GLTOTALS.            00225000
002275     SELECT OPTIONAL YTD-FILE      ASSIGN TO YTDMSTR              00227500
002277         ORGANIZATION IS INDEXED                                  00227700
002279         ACCESS IS DYNAMIC                                        00227900
002281         RECORD KEY IS YTD-ID-NUMBER.                             00228100
002286     SELECT OPTIONAL YTD-SNAP-FILE ASSIGN TO YTDSNAP.             00228600
002287     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CHKPOINT.          00228700
002293     SELECT OPTIONAL DIVISION-TOTALS-FILE ASSIGN TO DIVTOTS.      00229300
002296     SELECT OPTIONAL OT-CONTROL-FILE ASSIGN TO OTRULES.           00229600
002297     SELECT OPTIONAL PAY-TYPE-FILE ASSIGN TO PAYTYPE.             00229700
002298     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00229800
002299     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL.           00229900
002301     SELECT DIV-REPORT-FILE-1      ASSIGN TO DIVRPT1.             00230100
002340     SELECT OPTIONAL BALANCE-FILE ASSIGN TO BALFILE.              00234000
002342     SELECT OPTIONAL OVERRIDE-CARD-FILE ASSIGN TO OPOVRIDE.       00234200
002344     SELECT OPTIONAL YTD-POST-FILE ASSIGN TO YTDPOST.             00234400
002354     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00235400
002364     SELECT OPTIONAL SUPP-EARN-FILE ASSIGN TO SUPPEARN.           00236400
002366     SELECT OPTIONAL DEPARTMENT-TOTALS-FILE ASSIGN TO DEPTTOTS.   00236600
002368                                                                  00236800
002400 DATA DIVISION.                                                   00240000
002500 FILE SECTION.                                                    00250000
003400 01  PRINT-REC.                                                   00340000
003500     10  FILLER                    PIC X(132).                    00350022
003516                                                                  00351600
003518 FD  DEPARTMENT-TOTALS-FILE                                       00351800
003520     RECORDING MODE IS F.                                         00352000
003522     COPY DEPTTOT.                                                00352200
003524                                                                  00352400
003525 FD  PAY-TYPE-FILE                                                00352500
003526     RECORDING MODE IS F.                                         00352600
003527     COPY PAYTYPE.                                                00352700
003528                                                                  00352800
003532 FD  FINAL-TOTALS-FILE                                            00353200
003548     RECORDING MODE IS F.                                         00354800
003580     COPY FINALTOT.                                               00358000
003599     RECORDING MODE IS F.                                         00359900
003600     COPY CHKPOINT.                                               00360000
003620                                                                  00362000
003624 FD  YTD-SNAP-FILE                                                00362400
003628     RECORDING MODE IS F.                                         00362800
003632     COPY SNAPSHOT.                                               00363200
003636                                                                  00363600
003640 FD  DIVISION-TOTALS-FILE                                         00364000
003660     RECORDING MODE IS F.                                         00366000
003680     COPY DIVTOT.                                                 00368000
003756     RECORDING MODE IS F.                                         00375600
003758 01  OV-REC.                                                      00375800
003760     10  OV-OVERRIDE               PIC X(01).                     00376000
003761                                                                  00376100
003762 FD  EARN-CODE-FILE                                               00376200
003763     RECORDING MODE IS F.                                         00376300
003764     COPY EARNCODE.                                               00376400
003765                                                                  00376500
003766 FD  SUPP-EARN-FILE                                               00376600
003767     RECORDING MODE IS F.                                         00376700
003768     COPY SUPPEARN.                                               00376800
003769                                                                  00376900
003770 WORKING-STORAGE SECTION.                                         00377000
003800                                                                  00380000
003900 01  WS-COUNTERS-FLAGS.                                           00390000
004505     10  WS-PREREQ-OK-FLAG         PIC X(03) VALUE "NO".          00450500
004506     10  WS-OVERRIDE-FLAG          PIC X(03) VALUE "NO".          00450600
004507     10  AUD-EOF-FLAG              PIC X(03) VALUE "NO".          00450700
004509                                                                  00450900
004511 01  SNAPSHOT-FIELDS.                                             00451100
004513     10  SN-EOF-FLAG               PIC X(03) VALUE "NO".          00451300
004515     10  SN-KEEP-FLAG              PIC X(03) VALUE "NO".          00451500
004517     10  SN-HEADER-FLAG            PIC X(03) VALUE "NO".          00451700
004519     10  SN-READ-COUNT             PIC 9(07) VALUE ZERO.          00451900
004521     10  SN-WRITE-COUNT            PIC 9(07) VALUE ZERO.          00452100
004523                                                                  00452300
004525 01  WS-SNAP-LINE.                                                00452500
004527     10  FILLER                    PIC X(33) VALUE                00452700
004529         '   YTD SNAPSHOT TAKEN - RECORDS: '.                     00452900
004531     10  WS-SNAP-COUNT-ED          PIC ZZZZZZ9.                   00453100
004532                                                                  00453200
004557 01  WS-OT-HR-LIMIT                PIC S9(04)V9 VALUE 0.          00455700
004599                                                                  00459900
004600 01  PAY-CAL-FIELDS.                                              00460043
004700     10  PC-HR-USED                PIC S9(04)V9  VALUE 0.         00470045
005400     10  PC-NET-PAY                PIC S9(05)V99 VALUE 0.         00540043
005500     10  PC-GROSS-PAY              PIC S9(05)V99 VALUE 0.         00550043
005600     10  PC-DEDS                   PIC S9(05)V99 VALUE 0.         00560053
005610     10  PC-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00561000
005620     10  PC-SUPP-OT-BASE           PIC S9(05)V99 VALUE 0.         00562000
005630     10  PC-SUPP-RATE              PIC S9(05)V9999 VALUE 0.       00563000
005640     10  PC-SUPP-OT-RATE           PIC S9(05)V9999 VALUE 0.       00564000
005650     10  PC-SUPP-OT-PAY            PIC S9(05)V99 VALUE 0.         00565000
005660     10  PC-SUPP-CODES.                                           00566000
005670         15  PC-SUPP-ITEM          OCCURS 10 TIMES.               00567000
005680             20  PC-SUPP-AMT       PIC S9(05)V99.                 00568000
005700                                                                  00570060
005800 01  DIV-DEPT-FIELDS.                                             00580060
005850     10  DD-COMPANY                PIC X(02) VALUE "  ".          00585000
006162         15  PEND-NET-PAY          PIC S9(05)V99.                 00616200
006168                                                                  00616800
006174 01  PEND-SUB                      PIC 9(03) VALUE ZERO.          00617400
006175                                                                  00617500
006176 01  PAY-TYPE-TABLE.                                              00617600
006177     10  TY-COUNT                  PIC 9(02) VALUE ZERO.          00617700
006178     10  TY-ITEM                   OCCURS 20 TIMES.               00617800
006179         15  TY-CODE               PIC X(01).                     00617900
006180         15  TY-METHOD             PIC X(01).                     00618000
006181         15  TY-OT-FLAG            PIC X(01).                     00618100
006182 01  TY-SUB                        PIC 9(02) VALUE ZERO.          00618200
006183 01  TY-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00618300
006184 01  TY-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00618400
006185 01  WS-TY-METHOD                  PIC X(01) VALUE SPACE.         00618500
006186 01  WS-TY-OT-FLAG                 PIC X(01) VALUE SPACE.         00618600
006187                                                                  00618700
006188 01  OT-RULES-TABLE.                                              00618800
006189     10  OT-RULE-COUNT             PIC 9(03) VALUE ZERO.          00618900
006500     10  FT-REG-PAY                PIC S9(05)V99 VALUE 0.         00650043
006600     10  FT-OT-PAY                 PIC S9(05)V99 VALUE 0.         00660043
006700     10  FT-EMP-DEDS               PIC S9(05)V99 VALUE 0.         00670043
006750     10  FT-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00675000
006800                                                                  00680027
006810 01  COMPANY-TOTALS.                                              00681000
006820     10  CO-HR-USED                PIC S9(04)V9  VALUE 0.         00682000
006850     10  CO-OT-PAY                 PIC S9(05)V99 VALUE 0.         00685000
006860     10  CO-EMP-DEDS               PIC S9(05)V99 VALUE 0.         00686000
006870     10  CO-EMP-COUNT              PIC 9(05) VALUE 0.             00687000
006872     10  CO-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00687200
006874     10  CO-SUPP-CODES.                                           00687400
006876         15  CO-SUPP-ITEM          OCCURS 10 TIMES.               00687600
006878             20  CO-SUPP-AMT       PIC S9(05)V99.                 00687800
006880                                                                  00688000
006890 01  WS-FORMAT-CO.                                                00689000
006891     10  FILLER                    PIC X(03) VALUE SPACES.        00689100
007300     10  DT-OT-PAY                 PIC S9(05)V99 VALUE 0.         00730057
007400     10  DT-EMP-DEDS               PIC S9(05)V99 VALUE 0.         00740057
007450     10  DT-EMP-COUNT              PIC 9(05) VALUE 0.             00745000
007460     10  DT-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00746000
007470     10  DT-SUPP-CODES.                                           00747000
007480         15  DT-SUPP-ITEM          OCCURS 10 TIMES.               00748000
007490             20  DT-SUPP-AMT       PIC S9(05)V99.                 00749000
007500                                                                  00750057
007600 01  DEPT-TOTALS.                                                 00760075
007700     10  PT-HR-USED                PIC S9(04)V9  VALUE 0.         00770057
008000     10  PT-OT-PAY                 PIC S9(05)V99 VALUE 0.         00800057
008100     10  PT-EMP-DEDS               PIC S9(05)V99 VALUE 0.         00810057
008150     10  PT-EMP-COUNT              PIC 9(05) VALUE 0.             00815000
008175     10  PT-SUPP-PAY               PIC S9(05)V99 VALUE 0.         00817500
008200                                                                  00820005
008201 01  EARN-CODE-TABLE.                                             00820100
008202     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          00820200
008203     10  EC-ITEM                   OCCURS 10 TIMES.               00820300
008204         15  EC-T-CODE             PIC X(04).                     00820400
008205         15  EC-T-DESC             PIC X(20).                     00820500
008206         15  EC-T-GL-ACCOUNT       PIC X(06).                     00820600
008207         15  EC-T-OT-FLAG          PIC X(01).                     00820700
008208                                                                  00820800
008209 01  EC-SUB                        PIC 9(02) VALUE ZERO.          00820900
008210 01  EC-PICKED                     PIC 9(02) VALUE ZERO.          00821000
008211 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00821100
008212                                                                  00821200
008213 01  SUPP-EARN-TABLE.                                             00821300
008214     10  SE-COUNT                  PIC 9(04) VALUE ZERO.          00821400
008215     10  SE-ITEM                   OCCURS 1000 TIMES.             00821500
008216         15  SE-T-ID-NUMBER        PIC X(05).                     00821600
008217         15  SE-T-PERIOD           PIC 9(06).                     00821700
008218         15  SE-T-CODE             PIC X(04).                     00821800
008219         15  SE-T-AMOUNT           PIC S9(05)V99.                 00821900
008220         15  SE-T-EC-SUB           PIC 9(02).                     00822000
008221         15  SE-T-USED-FLAG        PIC X(01).                     00822100
008222                                                                  00822200
008223 01  SE-SUB                        PIC 9(04) VALUE ZERO.          00822300
008224 01  SE-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00822400
008225 01  SE-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          00822500
008226 01  SE-EXC-COUNT                  PIC 9(05) VALUE ZERO.          00822600
008227 01  WS-SUPP-OT-FACTOR             PIC 9(01)V99 VALUE ZERO.       00822700
008228 01  WS-SUPP-TOT-AMT               PIC S9(05)V99 VALUE ZERO.      00822800
008229                                                                  00822900
008230 01  WS-SUPP-LINE.                                                00823000
008231     10  FILLER                    PIC X(16) VALUE                00823100
008232         '     EARNINGS:'.                                        00823200
008233     10  FILLER                    PIC X(01) VALUE SPACES.        00823300
008234     10  WS-SUPP-CODE              PIC X(04).                     00823400
008235     10  FILLER                    PIC X(02) VALUE SPACES.        00823500
008236     10  WS-SUPP-AMT-ED            PIC Z,ZZ9.99CR.                00823600
008237     10  FILLER                    PIC X(02) VALUE SPACES.        00823700
008238     10  WS-SUPP-DESC              PIC X(20).                     00823800
008239     10  FILLER                    PIC X(02) VALUE SPACES.        00823900
008240     10  WS-SUPP-NOTE              PIC X(30).                     00824000
008241                                                                  00824100
008242 01  WS-SUPP-TOT-LINE.                                            00824200
008243     10  FILLER                    PIC X(05) VALUE SPACES.        00824300
008244     10  WS-SUPP-TOT-LABEL         PIC X(24).                     00824400
008245     10  WS-SUPP-TOT-AMT-ED        PIC ZZ,ZZ9.99CR.               00824500
008246                                                                  00824600
008247 01  WS-SUPP-EXC-LINE.                                            00824700
008248     10  FILLER                    PIC X(01) VALUE SPACES.        00824800
008249     10  WS-SX-ID-NUMBER           PIC X(05).                     00824900
008250     10  FILLER                    PIC X(02) VALUE SPACES.        00825000
008251     10  WS-SX-PERIOD              PIC 9(06).                     00825100
008252     10  FILLER                    PIC X(02) VALUE SPACES.        00825200
008253     10  WS-SX-CODE                PIC X(04).                     00825300
008254     10  FILLER                    PIC X(02) VALUE SPACES.        00825400
008255     10  WS-SX-AMT-ED              PIC Z,ZZ9.99CR.                00825500
008256     10  FILLER                    PIC X(02) VALUE SPACES.        00825600
008257     10  WS-SX-REASON              PIC X(30).                     00825700
008258                                                                  00825800
008300     COPY PAYROLL.                                                00830057
008303                                                                  00830300
008500 01  WS-PRINT-REC                  VALUE SPACES.                  00850022
015000     OPEN INPUT PAY-FILE                                          01500010
015010     IF WS-DIV-MODE-FLAG = 'YES'                                  01501000
015020         OPEN OUTPUT DIVISION-TOTALS-FILE                         01502000
015025         OPEN OUTPUT DEPARTMENT-TOTALS-FILE                       01502500
015030         OPEN OUTPUT YTD-POST-FILE                                01503000
015040     END-IF                                                       01504000
015145     IF WS-SELECT-MODE-FLAG = 'NO'                                01514500
015178         OPEN I-O YTD-FILE                                        01517800
015179     END-IF                                                       01517900
015181     PERFORM 846-LOAD-OT-RULES                                    01518100
015182     PERFORM 839-LOAD-PAY-TYPES                                   01518200
015183     PERFORM 848-LOAD-EARN-CODES                                  01518300
015185     PERFORM 849-LOAD-SUPP-EARNINGS                               01518500
015186     IF WS-SELECT-MODE-FLAG = 'NO'                                01518600
015187     PERFORM 015-CHECK-RESTART                                    01518700
015188     END-IF                                                       01518800
015190     IF WS-RESTART-FLAG = "YES"                                   01519000
015191         IF WS-SELECT-MODE-FLAG = 'NO'                            01519100
015192         OPEN EXTEND DIVISION-TOTALS-FILE                         01519200
015197         OPEN EXTEND DEPARTMENT-TOTALS-FILE                       01519700
015201         END-IF                                                   01520100
015210         OPEN EXTEND PRINT-FILE                                   01521000
015217         IF WS-SELECT-MODE-FLAG = 'NO'                            01521700
015228     ELSE                                                         01522800
015237         IF WS-SELECT-MODE-FLAG = 'NO'                            01523700
015246         OPEN OUTPUT DIVISION-TOTALS-FILE                         01524600
015251         OPEN OUTPUT DEPARTMENT-TOTALS-FILE                       01525100
015255         END-IF                                                   01525500
015264         OPEN OUTPUT PRINT-FILE                                   01526400
015271         IF WS-SELECT-MODE-FLAG = 'NO'                            01527100
015502         MOVE PAY-DIV TO DD-DIV                                   01550200
015600         MOVE PAY-DEPT TO DD-DEPT                                 01560000
015602     END-IF                                                       01560200
015627     IF WS-SELECT-MODE-FLAG = 'NO'                                01562700
015652     PERFORM 031-TAKE-YTD-SNAPSHOT                                01565200
015677     END-IF                                                       01567700
015697     IF WS-PERIOD-OK-FLAG = "YES"                                 01569700
015700                                                                  01570060
015800     PERFORM 300-PROCESS-DATA                                     01580010
015900       UNTIL EOF-FLAG = "YES"                                     01590010
016170     IF WS-SELECT-MODE-FLAG = 'NO'                                01617000
016175     PERFORM 019-CLEAR-CHECKPOINT                                 01617500
016177     END-IF                                                       01617700
016187     ELSE                                                         01618700
016197     MOVE 8 TO RETURN-CODE                                        01619700
016207     END-IF                                                       01620700
016217     ELSE                                                         01621700
016227     MOVE 8 TO RETURN-CODE                                        01622700
016237     END-IF                                                       01623700
016247     CLOSE PAY-FILE                                               01624700
016300     CLOSE PRINT-FILE                                             01630010
016305     CLOSE YTD-FILE                                               01630500
016306     IF WS-SELECT-MODE-FLAG = 'NO'                                01630600
016308     END-IF                                                       01630800
016345     IF WS-SELECT-MODE-FLAG = 'NO'                                01634500
016350     CLOSE FINAL-TOTALS-FILE                                      01635000
016360     CLOSE DIVISION-TOTALS-FILE DEPARTMENT-TOTALS-FILE            01636000
016365     END-IF                                                       01636500
016366     IF WS-DIV-MODE-FLAG = 'YES'                                  01636600
016367     CLOSE DIVISION-TOTALS-FILE DEPARTMENT-TOTALS-FILE            01636700
016368     CLOSE YTD-POST-FILE                                          01636800
016369     END-IF                                                       01636900
016370     IF REC-COUNT <= 1                                            01637000
016371       OR SE-DROPPED-COUNT > 0                                    01637100
016372     MOVE 8 TO RETURN-CODE                                        01637200
016374     ELSE                                                         01637400
016376     IF EXC-COUNT > 0 OR SEQ-ERROR-COUNT > 0                      01637600
016377       OR SE-EXC-COUNT > 0                                        01637700
016378     MOVE 4 TO RETURN-CODE                                        01637800
016380     END-IF                                                       01638000
016382     END-IF                                                       01638200
018620         ADD 1 TO OT-SUB                                          01862000
018621     END-IF                                                       01862100
018622     .                                                            01862200
018623 345-PAY-TYPE-LOOKUP.                                             01862300
018624     MOVE 'NO' TO TY-FOUND-FLAG                                   01862400
018625     MOVE SPACE TO WS-TY-METHOD                                   01862500
018626     MOVE 'N' TO WS-TY-OT-FLAG                                    01862600
018627     MOVE 1 TO TY-SUB                                             01862700
018628     PERFORM 346-PAY-TYPE-SCAN                                    01862800
018629       UNTIL TY-FOUND-FLAG = 'YES'                                01862900
018630       OR TY-SUB > TY-COUNT                                       01863000
018631     .                                                            01863100
018632                                                                  01863200
018633 346-PAY-TYPE-SCAN.                                               01863300
018634     IF TY-CODE (TY-SUB) = PAY-PAY-TYPE                           01863400
018635         MOVE 'YES' TO TY-FOUND-FLAG                              01863500
018636         MOVE TY-METHOD (TY-SUB) TO WS-TY-METHOD                  01863600
018637         MOVE TY-OT-FLAG (TY-SUB) TO WS-TY-OT-FLAG                01863700
018638     ELSE                                                         01863800
018639         ADD 1 TO TY-SUB                                          01863900
018640     END-IF                                                       01864000
018641     .                                                            01864100
018642                                                                  01864200
018643 350-CHECK-SEQUENCE.                                              01864300
018644     MOVE 'NO' TO SEQ-ERROR-FLAG                                  01864400
018645     IF PAY-COMPANY < DD-COMPANY                                  01864500
018646         MOVE 'YES' TO SEQ-ERROR-FLAG                             01864600
018647     ELSE                                                         01864700
018648     IF PAY-COMPANY = DD-COMPANY                                  01864800
018649         IF PAY-DIV < DD-DIV                                      01864900
018650             MOVE 'YES' TO SEQ-ERROR-FLAG                         01865000
018651         ELSE                                                     01865100
018652             IF PAY-DIV = DD-DIV AND PAY-DEPT < DD-DEPT           01865200
018653                 MOVE 'YES' TO SEQ-ERROR-FLAG                     01865300
018654             END-IF                                               01865400
018655         END-IF                                                   01865500
018656     END-IF                                                       01865600
018657     END-IF                                                       01865700
018658     .                                                            01865800
018659                                                                  01865900
018660 360-PRINT-SEQ-ERROR.                                             01866000
018661     ADD 1 TO SEQ-ERROR-COUNT                                     01866100
018662     MOVE SPACES TO WS-PRINT-REC                                  01866200
018663     MOVE PAY-DIV TO PR-DIV                                       01866300
018664     MOVE PAY-DEPT TO PR-DEPT                                     01866400
018665     MOVE PAY-LAST-NAME TO PR-LAST-NAME                           01866500
018666     MOVE PAY-ID-NUMBER TO PR-ID-NUMBER                           01866600
018667     MOVE '*** OUT OF SEQUENCE - RECORD SKIPPED ***' TO PR-REST   01866700
018668     PERFORM 700-PRINT-LINE                                       01866800
018669     .                                                            01866900
018670                                                                  01867000
018671                                                                  01867100
018700 400-CAL-PAY.                                                     01870025
018750     PERFORM 340-OT-RULE-LOOKUP                                   01875000
018800     MOVE PAY-HOURS-WORKED TO PC-HR-USED                          01880055
018850     PERFORM 345-PAY-TYPE-LOOKUP                                  01885000
018900     IF TY-FOUND-FLAG = 'YES' AND WS-TY-METHOD = 'F'              01890028
019000         PERFORM 420-SALARY                                       01900028
019100     ELSE                                                         01910028
019200         IF TY-FOUND-FLAG = 'YES'                                 01920028
019300             PERFORM 440-HOURLY                                   01930028
019400         ELSE                                                     01940028
019444             MOVE 0 TO PC-HR-USED                                 01944400
020500     MOVE PAY-EMP-RATE TO PC-REG-PAY                              02050031
020600     PERFORM 480-NET-PAY                                          02060028
020700     .                                                            02070027
020705                                                                  02070500
020710 438-SET-OT-LIMIT.                                                02071000
020715     MOVE WS-OT-THRESHOLD TO WS-OT-HR-LIMIT                       02071500
020720     IF PAY-WEEK-OT-IND = 'W' AND PAY-ADJ-IND = ' '               02072000
020725         SUBTRACT PAY-WEEK-OT-HRS FROM PC-HR-USED                 02072500
020730           GIVING WS-OT-HR-LIMIT                                  02073000
020735         IF WS-OT-HR-LIMIT < 0                                    02073500
020740             MOVE 0 TO WS-OT-HR-LIMIT                             02074000
020745         END-IF                                                   02074500
020750     END-IF                                                       02075000
020751     IF WS-TY-OT-FLAG NOT = 'Y'                                   02075100
020752         MOVE 9999.9 TO WS-OT-HR-LIMIT                            02075200
020753     END-IF                                                       02075300
020755     .                                                            02075500
020800                                                                  02080042
020900 440-HOURLY.                                                      02090028
020950     PERFORM 438-SET-OT-LIMIT                                     02095000
021000     IF PC-HR-USED > WS-OT-HR-LIMIT                               02100000
021100         PERFORM 450-OT-PAY                                       02110028
021200     ELSE                                                         02120028
021300         MOVE 0 TO PC-OT-PAY                                      02130028
021700     .                                                            02170028
021800                                                                  02180042
021900 450-OT-PAY.                                                      02190028
022000     SUBTRACT WS-OT-HR-LIMIT FROM PC-HR-USED                      02200000
022100       GIVING PC-OT-HR                                            02210028
022200     MOVE WS-OT-HR-LIMIT TO PC-REG-HR                             02220000
022300     MULTIPLY PAY-EMP-RATE BY WS-OT-MULTIPLIER                    02230000
022400       GIVING PC-OT-RATE ROUNDED                                  02240044
022500     MULTIPLY PC-OT-RATE BY PC-OT-HR                              02250028
023700     .                                                            02370028
023800                                                                  02380042
023900 480-NET-PAY.                                                     02390028
023950     PERFORM 470-ADD-SUPP-EARNINGS                                02395000
024000     MOVE PAY-EMP-DEDS TO PC-DEDS                                 02400053
024100     SUBTRACT PC-DEDS FROM PC-GROSS-PAY                           02410053
024200       GIVING PC-NET-PAY                                          02420028
026040     ADD CO-OT-PAY  TO FT-OT-PAY                                  02604000
026050     ADD CO-EMP-DEDS TO FT-EMP-DEDS                               02605000
026060     ADD CO-NET-PAY TO FT-NET-PAY                                 02606000
026065     ADD CO-SUPP-PAY TO FT-SUPP-PAY                               02606500
026070     PERFORM 605-PRINT-COMPANY-TOTALS                             02607000
026074     MOVE CO-SUPP-PAY TO WS-SUPP-TOT-AMT                          02607400
026078     PERFORM 625-PRINT-SUPP-TOTAL                                 02607800
026080     PERFORM 950-WRITE-GL-EXTRACT                                 02608000
026090     INITIALIZE COMPANY-TOTALS                                    02609000
026100     MOVE PAY-COMPANY TO DD-COMPANY                               02610000
026800     ADD DT-EMP-DEDS TO CO-EMP-DEDS                               02680092
026900     ADD DT-NET-PAY TO CO-NET-PAY                                 02690092
026950     ADD DT-EMP-COUNT TO CO-EMP-COUNT                             02695000
026975     ADD DT-SUPP-PAY TO CO-SUPP-PAY                               02697500
027000     PERFORM 610-PRINT-DIV-TOTALS                                 02700083
027100     INITIALIZE DIVISION-TOTALS                                   02710073
027200     .                                                            02720072
027800     ADD PT-EMP-DEDS TO DT-EMP-DEDS                               02780092
027900     ADD PT-NET-PAY TO DT-NET-PAY                                 02790092
027950     ADD PT-EMP-COUNT TO DT-EMP-COUNT                             02795000
027975     ADD PT-SUPP-PAY TO DT-SUPP-PAY                               02797500
028000     PERFORM 620-PRINT-DEPT-TOTALS                                02800083
028100     INITIALIZE DEPT-TOTALS                                       02810075
028200     .                                                            02820072
028900     ADD PC-OT-PAY  TO PT-OT-PAY                                  02890088
029000     ADD PC-DEDS TO PT-EMP-DEDS                                   02900088
029100     ADD PC-NET-PAY TO PT-NET-PAY                                 02910088
029120     ADD PC-SUPP-PAY TO PT-SUPP-PAY                               02912000
029140     PERFORM 539-ADD-SUPP-CODES                                   02914000
029150     PERFORM 990-UPDATE-YTD                                       02915000
029160     MOVE PAY-COMPANY TO DD-COMPANY                               02916000
029200     MOVE PAY-DIV TO DD-DIV                                       02920072
029358         END-IF                                                   02935800
029400         PERFORM 700-PRINT-LINE                                   02940000
029420         PERFORM 535-PRINT-DED-BREAKDOWN                          02942000
029425         PERFORM 537-PRINT-SUPP-BREAKDOWN                         02942500
029430         MOVE 'NO' TO WS-BURST-FLAG                               02943000
029450     END-IF                                                       02945000
029500     .                                                            02950072
030466     MOVE 'EMPS:' TO PR-EMP-COUNT-LBL                             03046600
030482     MOVE DT-EMP-COUNT TO PR-EMP-COUNT-RPT                        03048200
030500     PERFORM 700-PRINT-LINE                                       03050083
030510     MOVE DT-SUPP-PAY TO WS-SUPP-TOT-AMT                          03051000
030520     PERFORM 625-PRINT-SUPP-TOTAL                                 03052000
030530     PERFORM 612-PRINT-DIV-SUPP                                   03053000
030550     MOVE 'NO' TO WS-BURST-FLAG                                   03055000
030600     MOVE 2 TO WS-SPACING                                         03060086
030700     .                                                            03070083
030840     MOVE DT-EMP-DEDS TO DT-X-EMP-DEDS                            03084000
030860     MOVE DT-NET-PAY TO DT-X-NET-PAY                              03086000
030870     MOVE DD-COMPANY TO DT-X-COMPANY                              03087000
030874     MOVE DT-SUPP-PAY TO DT-X-SUPP-PAY                            03087400
030878     PERFORM 617-FILL-DIV-SUPP                                    03087800
030880     WRITE DT-EXTRACT-REC                                         03088000
030885     END-IF                                                       03088500
030900     .                                                            03090000
031400     MOVE PT-EMP-DEDS TO PR-EMP-DEDS                              03140083
031500     MOVE PT-NET-PAY TO PR-NET-PAY                                03150083
031600     MOVE '   DEPARTMENT TOTALS' TO PR-TOTALS-NAME                03160083
031605     PERFORM 622-WRITE-DEPT-EXTRACT                               03160500
031610     MOVE 'EMPS:' TO PR-EMP-COUNT-LBL                             03161000
031620     MOVE PT-EMP-COUNT TO PR-EMP-COUNT-RPT                        03162000
031700     PERFORM 700-PRINT-LINE                                       03170083
031720     MOVE PT-SUPP-PAY TO WS-SUPP-TOT-AMT                          03172000
031740     PERFORM 625-PRINT-SUPP-TOTAL                                 03174000
031750     MOVE 'NO' TO WS-BURST-FLAG                                   03175000
031800     MOVE 2 TO WS-SPACING                                         03180086
031900     .                                                            03190083
032000                                                                  03200095
032005 622-WRITE-DEPT-EXTRACT.                                          03200500
032010     IF WS-SELECT-MODE-FLAG = 'NO'                                03201000
032015       OR WS-DIV-MODE-FLAG = 'YES'                                03201500
032020         MOVE DD-COMPANY TO DP-X-COMPANY                          03202000
032025         MOVE DD-DIV TO DP-X-DIV                                  03202500
032030         MOVE DD-DEPT TO DP-X-DEPT                                03203000
032035         MOVE PT-REG-PAY TO DP-X-REG-PAY                          03203500
032040         MOVE PT-OT-PAY TO DP-X-OT-PAY                            03204000
032045         MOVE PAY-PERIOD-END-DATE TO DP-X-PERIOD-END-DATE         03204500
032050         MOVE PT-EMP-COUNT TO DP-X-EMP-COUNT                      03205000
032055         MOVE PT-HR-USED TO DP-X-HR-USED                          03205500
032060         WRITE DP-EXTRACT-REC                                     03206000
032065     END-IF                                                       03206500
032070     .                                                            03207000
032075                                                                  03207500
032100 700-PRINT-LINE.                                                  03210012
032200     PERFORM 750-WRITE                                            03220012
032300     IF WS-LINE-COUNT > 50                                        03230012
036800     MOVE FT-NET-PAY TO PR-NET-PAY                                03680060
036900     MOVE '   FINAL TOTALS' TO PR-TOTALS-NAME                     03690083
037000     PERFORM 700-PRINT-LINE                                       03700060
037001     PERFORM 907-PRINT-FINAL-SUPP                                 03700100
037002     MOVE SPACES TO WS-PRINT-REC                                  03700200
037004     MOVE REC-COUNT TO WS-REC-COUNT-ED                            03700400
037006     MOVE WS-REC-COUNT-LINE TO PR-TOTALS-NAME                     03700600
037056     MOVE WS-SEQ-ERR-LINE TO PR-TOTALS-NAME                       03705600
037070     PERFORM 700-PRINT-LINE                                       03707000
037084     END-IF                                                       03708400
037089     PERFORM 978-PRINT-SUPP-EXCEPTIONS                            03708900
037092     PERFORM 970-PRINT-EXCEPTIONS                                 03709200
037096     PERFORM 971-PRINT-NEG-NET-REPORT                             03709600
037098     PERFORM 973-PRINT-OT-REPORT                                  03709800
037099     PERFORM 976-PRINT-ADJ-REPORT                                 03709900
037100     .                                                            03710060
037200                                                                  03720060
037205                                                                  03720500
037210 950-WRITE-GL-EXTRACT.                                            03721000
037215     IF WS-SELECT-MODE-FLAG = 'NO'                                03721500
037220     MOVE CO-REG-PAY TO FT-X-REG-PAY                              03722000
037250     MOVE CO-NET-PAY TO FT-X-NET-PAY                              03725000
037255     MOVE PAY-PERIOD-END-DATE TO FT-X-PERIOD-END-DATE             03725500
037256     MOVE DD-COMPANY TO FT-X-COMPANY                              03725600
037257     MOVE CO-SUPP-PAY TO FT-X-SUPP-PAY                            03725700
037258     PERFORM 952-FILL-FT-SUPP                                     03725800
037260     WRITE FT-EXTRACT-REC                                         03726000
037265     END-IF                                                       03726500
037270     .                                                            03727000
037815     IF WS-SELECT-MODE-FLAG = 'NO'                                03781500
037820     ADD PC-HR-USED TO YTD-HR-USED                                03782000
037830     ADD PC-REG-PAY TO YTD-REG-PAY                                03783000
037835     ADD PC-SUPP-PAY TO YTD-REG-PAY                               03783500
037840     ADD PC-OT-PAY TO YTD-OT-PAY                                  03784000
037850     ADD PC-DEDS TO YTD-DEDS                                      03785000
037860     ADD PC-NET-PAY TO YTD-NET-PAY                                03786000
037930     MOVE PAY-ID-NUMBER TO PEND-ID-NUMBER (PEND-COUNT)            03793000
037940     MOVE PC-HR-USED TO PEND-HR-USED (PEND-COUNT)                 03794000
037950     MOVE PC-REG-PAY TO PEND-REG-PAY (PEND-COUNT)                 03795000
037955     ADD PC-SUPP-PAY TO PEND-REG-PAY (PEND-COUNT)                 03795500
037960     MOVE PC-OT-PAY TO PEND-OT-PAY (PEND-COUNT)                   03796000
037970     MOVE PC-DEDS TO PEND-DEDS (PEND-COUNT)                       03797000
037980     MOVE PC-NET-PAY TO PEND-NET-PAY (PEND-COUNT)                 03798000
037987         MOVE PAY-ID-NUMBER TO YP-ID-NUMBER                       03798700
037988         MOVE PC-HR-USED TO YP-HR-USED                            03798800
037989         MOVE PC-REG-PAY TO YP-REG-PAY                            03798900
037990         ADD PC-SUPP-PAY TO YP-REG-PAY                            03799000
037991         MOVE PC-OT-PAY TO YP-OT-PAY                              03799100
037992         MOVE PC-DEDS TO YP-DEDS                                  03799200
037993         MOVE PC-NET-PAY TO YP-NET-PAY                            03799300
038352         MOVE CK-DT-EMP-COUNT TO DT-EMP-COUNT                     03835200
038354         MOVE CK-PT-EMP-COUNT TO PT-EMP-COUNT                     03835400
038356         MOVE CK-BURST-CONTROL TO BURST-CONTROL                   03835600
038358         PERFORM 029-RESTORE-SUPP-TOTALS                          03835800
038360     END-READ                                                     03836000
038370     CLOSE CHECKPOINT-FILE                                        03837000
038380     IF WS-RESTART-FLAG = "YES"                                   03838000
038720     MOVE PT-EMP-DEDS TO CK-PT-EMP-DEDS                           03872000
038722     MOVE PT-EMP-COUNT TO CK-PT-EMP-COUNT                         03872200
038724     MOVE BURST-CONTROL TO CK-BURST-CONTROL                       03872400
038729     PERFORM 030-SAVE-SUPP-TOTALS                                 03872900
038730     OPEN OUTPUT CHECKPOINT-FILE                                  03873000
038740     WRITE CK-REC                                                 03874000
038750     CLOSE CHECKPOINT-FILE                                        03875000
039548     MOVE WS-WRITE-COUNT TO AUD-RECS-WRITTEN                      03954800
039552     MOVE EXC-COUNT TO AUD-EXC-COUNT                              03955200
039556     ADD SEQ-ERROR-COUNT TO AUD-EXC-COUNT                         03955600
039558     ADD SE-EXC-COUNT TO AUD-EXC-COUNT                            03955800
039560     MOVE RETURN-CODE TO AUD-RETURN-CODE                          03956000
039564     WRITE AUD-REC                                                03956400
039568     CLOSE AUDIT-FILE                                             03956800
039992         ADD 1 TO BD-SUB                                          03999200
039996     END-IF                                                       03999600
040000     .                                                            04000000
040100                                                                  04010000
040110 029-RESTORE-SUPP-TOTALS.                                         04011000
040120     MOVE CK-FT-SUPP-PAY TO FT-SUPP-PAY                           04012000
040130     MOVE CK-CO-SUPP-PAY TO CO-SUPP-PAY                           04013000
040140     MOVE CK-DT-SUPP-PAY TO DT-SUPP-PAY                           04014000
040150     MOVE CK-PT-SUPP-PAY TO PT-SUPP-PAY                           04015000
040160     MOVE CK-CO-SUPP-CODES TO CO-SUPP-CODES                       04016000
040170     MOVE CK-DT-SUPP-CODES TO DT-SUPP-CODES                       04017000
040180     .                                                            04018000
040190                                                                  04019000
040200 030-SAVE-SUPP-TOTALS.                                            04020000
040210     MOVE FT-SUPP-PAY TO CK-FT-SUPP-PAY                           04021000
040220     MOVE CO-SUPP-PAY TO CK-CO-SUPP-PAY                           04022000
040230     MOVE DT-SUPP-PAY TO CK-DT-SUPP-PAY                           04023000
040240     MOVE PT-SUPP-PAY TO CK-PT-SUPP-PAY                           04024000
040250     MOVE CO-SUPP-CODES TO CK-CO-SUPP-CODES                       04025000
040260     MOVE DT-SUPP-CODES TO CK-DT-SUPP-CODES                       04026000
040270     .                                                            04027000
040280                                                                  04028000
040290 031-TAKE-YTD-SNAPSHOT.                                           04029000
040300     PERFORM 032-CHECK-YTD-SNAPSHOT                               04030000
040310     IF SN-KEEP-FLAG = "YES"                                      04031000
040320         MOVE '   YTD SNAPSHOT FOR PERIOD ALREADY ON FILE - KEPT' 04032000
040330             TO WS-PRINT-REC                                      04033000
040340         PERFORM 700-PRINT-LINE                                   04034000
040350     ELSE                                                         04035000
040360     IF WS-RESTART-FLAG = "YES"                                   04036000
040370         MOVE '** RESTART - NO YTD SNAPSHOT ON FILE FOR PERIOD'   04037000
040380             TO WS-PRINT-REC                                      04038000
040390         PERFORM 700-PRINT-LINE                                   04039000
040400         MOVE "NO" TO WS-PERIOD-OK-FLAG                           04040000
040410         MOVE '** RUN STOPPED - RESTART NEEDS A PERIOD SNAPSHOT'  04041000
040420             TO WS-PRINT-REC                                      04042000
040430         PERFORM 700-PRINT-LINE                                   04043000
040440     ELSE                                                         04044000
040450         PERFORM 034-WRITE-YTD-SNAPSHOT                           04045000
040460     END-IF                                                       04046000
040470     END-IF                                                       04047000
040480     .                                                            04048000
040490                                                                  04049000
040500 032-CHECK-YTD-SNAPSHOT.                                          04050000
040510     MOVE "NO" TO SN-KEEP-FLAG                                    04051000
040520     MOVE "NO" TO SN-HEADER-FLAG                                  04052000
040530     MOVE 0 TO SN-READ-COUNT                                      04053000
040540     OPEN INPUT YTD-SNAP-FILE                                     04054000
040550     MOVE "NO" TO SN-EOF-FLAG                                     04055000
040560     PERFORM UNTIL SN-EOF-FLAG = "YES"                            04056000
040570         READ YTD-SNAP-FILE                                       04057000
040580           AT END                                                 04058000
040590             MOVE "YES" TO SN-EOF-FLAG                            04059000
040600           NOT AT END                                             04060000
040610             PERFORM 033-SCAN-YTD-SNAPSHOT                        04061000
040620         END-READ                                                 04062000
040630     END-PERFORM                                                  04063000
040640     CLOSE YTD-SNAP-FILE                                          04064000
040650     .                                                            04065000
040660                                                                  04066000
040670 033-SCAN-YTD-SNAPSHOT.                                           04067000
040680     IF SN-PERIOD-END NOT = PAY-PERIOD-END-DATE                   04068000
040690         MOVE "YES" TO SN-EOF-FLAG                                04069000
040700     ELSE                                                         04070000
040710     IF SN-REC-TYPE = 'H'                                         04071000
040720         MOVE "YES" TO SN-HEADER-FLAG                             04072000
040730     ELSE                                                         04073000
040740     IF SN-REC-TYPE = 'D'                                         04074000
040750         ADD 1 TO SN-READ-COUNT                                   04075000
040760     ELSE                                                         04076000
040770     IF SN-REC-TYPE = 'T' AND SN-HEADER-FLAG = "YES"              04077000
040780       AND SN-T-REC-COUNT = SN-READ-COUNT                         04078000
040790         MOVE "YES" TO SN-KEEP-FLAG                               04079000
040800     END-IF                                                       04080000
040810     END-IF                                                       04081000
040820     END-IF                                                       04082000
040830     END-IF                                                       04083000
040840     .                                                            04084000
040850                                                                  04085000
040860 034-WRITE-YTD-SNAPSHOT.                                          04086000
040870     OPEN OUTPUT YTD-SNAP-FILE                                    04087000
040880     MOVE SPACES TO SN-REC                                        04088000
040890     MOVE 'H' TO SN-REC-TYPE                                      04089000
040900     MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                    04090000
040910     MOVE 'YTDMSTR' TO SN-H-MASTER                                04091000
040920     MOVE 'BREAKS' TO SN-H-PROGRAM                                04092000
040930     MOVE WS-DATE TO SN-H-TAKEN-DATE                              04093000
040940     MOVE WS-TIME TO SN-H-TAKEN-TIME                              04094000
040950     WRITE SN-REC                                                 04095000
040960     MOVE 0 TO SN-WRITE-COUNT                                     04096000
040970     MOVE LOW-VALUES TO YTD-ID-NUMBER                             04097000
040980     START YTD-FILE KEY IS NOT LESS THAN YTD-ID-NUMBER            04098000
040990       INVALID KEY                                                04099000
041000         MOVE "YES" TO SN-EOF-FLAG                                04100000
041010       NOT INVALID KEY                                            04101000
041020         MOVE "NO" TO SN-EOF-FLAG                                 04102000
041030     END-START                                                    04103000
041040     PERFORM 035-SNAP-ONE-YTD                                     04104000
041050       UNTIL SN-EOF-FLAG = "YES"                                  04105000
041060     MOVE SPACES TO SN-REC                                        04106000
041070     MOVE 'T' TO SN-REC-TYPE                                      04107000
041080     MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                    04108000
041090     MOVE SN-WRITE-COUNT TO SN-T-REC-COUNT                        04109000
041100     WRITE SN-REC                                                 04110000
041110     CLOSE YTD-SNAP-FILE                                          04111000
041120     MOVE SN-WRITE-COUNT TO WS-SNAP-COUNT-ED                      04112000
041130     MOVE WS-SNAP-LINE TO WS-PRINT-REC                            04113000
041140     PERFORM 700-PRINT-LINE                                       04114000
041150     .                                                            04115000
041160                                                                  04116000
041170 035-SNAP-ONE-YTD.                                                04117000
041180     READ YTD-FILE NEXT RECORD                                    04118000
041190       AT END                                                     04119000
041200         MOVE "YES" TO SN-EOF-FLAG                                04120000
041210       NOT AT END                                                 04121000
041220         MOVE SPACES TO SN-REC                                    04122000
041230         MOVE 'D' TO SN-REC-TYPE                                  04123000
041240         MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                04124000
041250         MOVE YTD-REC TO SN-IMAGE                                 04125000
041260         WRITE SN-REC                                             04126000
041270         ADD 1 TO SN-WRITE-COUNT                                  04127000
041280     END-READ                                                     04128000
041290     .                                                            04129000
041300                                                                  04130000
042000 470-ADD-SUPP-EARNINGS.                                           04200000
042100     IF PAY-ADJ-IND NOT = 'A' AND PAY-ADJ-IND NOT = 'R'           04210000
042200         MOVE 1 TO SE-SUB                                         04220000
042300         PERFORM 475-SUPP-EARNINGS-CHECK                          04230000
042400             UNTIL SE-SUB > SE-COUNT                              04240000
042500         IF PC-SUPP-OT-BASE NOT = 0 AND PC-OT-HR > 0              04250000
042600             PERFORM 477-SUPP-OT-PREMIUM                          04260000
042700         END-IF                                                   04270000
042800         ADD PC-SUPP-PAY TO PC-GROSS-PAY                          04280000
042900     END-IF                                                       04290000
043000     .                                                            04300000
043100                                                                  04310000
043200 475-SUPP-EARNINGS-CHECK.                                         04320000
043300     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   04330000
043400       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             04340000
043500         MOVE 'Y' TO SE-T-USED-FLAG (SE-SUB)                      04350000
043600         IF SE-T-EC-SUB (SE-SUB) > 0                              04360000
043700             MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                  04370000
043800             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-PAY              04380000
043900             ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-AMT (EC-SUB)     04390000
044000             IF EC-T-OT-FLAG (EC-SUB) = 'Y'                       04400000
044100                 ADD SE-T-AMOUNT (SE-SUB) TO PC-SUPP-OT-BASE      04410000
044200             END-IF                                               04420000
044300         END-IF                                                   04430000
044400     END-IF                                                       04440000
044500     ADD 1 TO SE-SUB                                              04450000
044600     .                                                            04460000
044700                                                                  04470000
044800*    OVERTIME-ELIGIBLE EARNINGS RAISE THE REGULAR RATE.  THE      04480000
044900*    EXTRA HALF (OR WHATEVER THE DIVISION MULTIPLIER ADDS) IS     04490000
045000*    PAID ON THAT PART OF THE RATE FOR THE OVERTIME HOURS.        04500000
045100 477-SUPP-OT-PREMIUM.                                             04510000
045200     DIVIDE PC-SUPP-OT-BASE BY PC-HR-USED                         04520000
045300       GIVING PC-SUPP-RATE ROUNDED                                04530000
045400     SUBTRACT 1 FROM WS-OT-MULTIPLIER                             04540000
045500       GIVING WS-SUPP-OT-FACTOR                                   04550000
045600     MULTIPLY PC-SUPP-RATE BY WS-SUPP-OT-FACTOR                   04560000
045700       GIVING PC-SUPP-OT-RATE ROUNDED                             04570000
045800     MULTIPLY PC-SUPP-OT-RATE BY PC-OT-HR                         04580000
045900       GIVING PC-SUPP-OT-PAY ROUNDED                              04590000
046000     ADD PC-SUPP-OT-PAY TO PC-OT-PAY                              04600000
046100     ADD PC-SUPP-OT-PAY TO PC-GROSS-PAY                           04610000
046200     IF OT-COUNT > 0                                              04620000
046300         IF OT-ID-NUMBER (OT-COUNT) = PAY-ID-NUMBER               04630000
046400             ADD PC-SUPP-OT-PAY TO OT-PAY (OT-COUNT)              04640000
046500         END-IF                                                   04650000
046600     END-IF                                                       04660000
046700     .                                                            04670000
046800                                                                  04680000
046900 537-PRINT-SUPP-BREAKDOWN.                                        04690000
047000     MOVE 1 TO SE-SUB                                             04700000
047100     PERFORM 538-PRINT-SUPP-LINE                                  04710000
047200         UNTIL SE-SUB > SE-COUNT                                  04720000
047300     .                                                            04730000
047400                                                                  04740000
047500 538-PRINT-SUPP-LINE.                                             04750000
047600     IF SE-T-ID-NUMBER (SE-SUB) = PAY-ID-NUMBER                   04760000
047700       AND SE-T-PERIOD (SE-SUB) = PAY-PERIOD-END-DATE             04770000
047800         MOVE SPACES TO WS-PRINT-REC                              04780000
047900         MOVE SE-T-CODE (SE-SUB) TO WS-SUPP-CODE                  04790000
048000         MOVE SE-T-AMOUNT (SE-SUB) TO WS-SUPP-AMT-ED              04800000
048100         IF SE-T-EC-SUB (SE-SUB) > 0                              04810000
048200             MOVE SE-T-EC-SUB (SE-SUB) TO EC-SUB                  04820000
048300             MOVE EC-T-DESC (EC-SUB) TO WS-SUPP-DESC              04830000
048400             MOVE SPACES TO WS-SUPP-NOTE                          04840000
048500         ELSE                                                     04850000
048600             MOVE SPACES TO WS-SUPP-DESC                          04860000
048700             MOVE '*** CODE NOT ON EARNCODE ***' TO WS-SUPP-NOTE  04870000
048800         END-IF                                                   04880000
048900         MOVE WS-SUPP-LINE TO WS-PRINT-REC                        04890000
049000         PERFORM 700-PRINT-LINE                                   04900000
049100     END-IF                                                       04910000
049200     ADD 1 TO SE-SUB                                              04920000
049300     .                                                            04930000
049400                                                                  04940000
049500 539-ADD-SUPP-CODES.                                              04950000
049600     MOVE 1 TO EC-SUB                                             04960000
049700     PERFORM 540-ADD-ONE-SUPP-CODE                                04970000
049800         UNTIL EC-SUB > 10                                        04980000
049900     .                                                            04990000
050000                                                                  05000000
050100 540-ADD-ONE-SUPP-CODE.                                           05010000
050200     ADD PC-SUPP-AMT (EC-SUB) TO DT-SUPP-AMT (EC-SUB)             05020000
050300     ADD PC-SUPP-AMT (EC-SUB) TO CO-SUPP-AMT (EC-SUB)             05030000
050400     ADD 1 TO EC-SUB                                              05040000
050500     .                                                            05050000
050600                                                                  05060000
050700 612-PRINT-DIV-SUPP.                                              05070000
050800     MOVE 1 TO EC-SUB                                             05080000
050900     PERFORM 613-PRINT-DIV-SUPP-CODE                              05090000
051000         UNTIL EC-SUB > EC-COUNT                                  05100000
051100     .                                                            05110000
051200                                                                  05120000
051300 613-PRINT-DIV-SUPP-CODE.                                         05130000
051400     IF DT-SUPP-AMT (EC-SUB) NOT = 0                              05140000
051500         MOVE SPACES TO WS-PRINT-REC                              05150000
051600         MOVE EC-T-CODE (EC-SUB) TO WS-SUPP-CODE                  05160000
051700         MOVE DT-SUPP-AMT (EC-SUB) TO WS-SUPP-AMT-ED              05170000
051800         MOVE EC-T-DESC (EC-SUB) TO WS-SUPP-DESC                  05180000
051900         MOVE SPACES TO WS-SUPP-NOTE                              05190000
052000         MOVE WS-SUPP-LINE TO WS-PRINT-REC                        05200000
052100         PERFORM 700-PRINT-LINE                                   05210000
052200     END-IF                                                       05220000
052300     ADD 1 TO EC-SUB                                              05230000
052400     .                                                            05240000
052500                                                                  05250000
052600 617-FILL-DIV-SUPP.                                               05260000
052700     MOVE 1 TO EC-SUB                                             05270000
052800     PERFORM 618-FILL-ONE-DIV-SUPP                                05280000
052900         UNTIL EC-SUB > 10                                        05290000
053000     .                                                            05300000
053100                                                                  05310000
053200 618-FILL-ONE-DIV-SUPP.                                           05320000
053300     IF EC-SUB > EC-COUNT                                         05330000
053400         MOVE SPACES TO DT-X-SUPP-CODE (EC-SUB)                   05340000
053500         MOVE 0 TO DT-X-SUPP-AMT (EC-SUB)                         05350000
053600     ELSE                                                         05360000
053700         MOVE EC-T-CODE (EC-SUB) TO DT-X-SUPP-CODE (EC-SUB)       05370000
053800         MOVE DT-SUPP-AMT (EC-SUB) TO DT-X-SUPP-AMT (EC-SUB)      05380000
053900     END-IF                                                       05390000
054000     ADD 1 TO EC-SUB                                              05400000
054100     .                                                            05410000
054200                                                                  05420000
054300 625-PRINT-SUPP-TOTAL.                                            05430000
054400     IF WS-SUPP-TOT-AMT NOT = 0                                   05440000
054500         MOVE SPACES TO WS-PRINT-REC                              05450000
054600         MOVE WS-SUPP-TOT-AMT TO WS-SUPP-TOT-AMT-ED               05460000
054700         MOVE WS-SUPP-TOT-LINE TO WS-PRINT-REC                    05470000
054800         PERFORM 700-PRINT-LINE                                   05480000
054900     END-IF                                                       05490000
055000     .                                                            05500000
055100                                                                  05510000
055102 839-LOAD-PAY-TYPES.                                              05510200
055104     OPEN INPUT PAY-TYPE-FILE                                     05510400
055106     MOVE 'NO' TO TY-EOF-FLAG                                     05510600
055108     MOVE 0 TO TY-COUNT                                           05510800
055110     PERFORM UNTIL TY-EOF-FLAG = 'YES'                            05511000
055112         READ PAY-TYPE-FILE                                       05511200
055114           AT END                                                 05511400
055116             MOVE 'YES' TO TY-EOF-FLAG                            05511600
055118           NOT AT END                                             05511800
055120             IF TY-COUNT < 20                                     05512000
055122               AND (PTC-METHOD = 'F' OR PTC-METHOD = 'H'          05512200
055124                 OR PTC-METHOD = 'U' OR PTC-METHOD = 'D')         05512400
055126                 ADD 1 TO TY-COUNT                                05512600
055128                 MOVE PTC-CODE TO TY-CODE (TY-COUNT)              05512800
055130                 MOVE PTC-METHOD TO TY-METHOD (TY-COUNT)          05513000
055132                 MOVE PTC-OT-FLAG TO TY-OT-FLAG (TY-COUNT)        05513200
055134             END-IF                                               05513400
055136         END-READ                                                 05513600
055138     END-PERFORM                                                  05513800
055140     CLOSE PAY-TYPE-FILE                                          05514000
055142     IF TY-COUNT = 0                                              05514200
055144         MOVE 2 TO TY-COUNT                                       05514400
055146         MOVE 'S' TO TY-CODE (1)                                  05514600
055148         MOVE 'F' TO TY-METHOD (1)                                05514800
055150         MOVE 'N' TO TY-OT-FLAG (1)                               05515000
055152         MOVE 'H' TO TY-CODE (2)                                  05515200
055154         MOVE 'H' TO TY-METHOD (2)                                05515400
055156         MOVE 'Y' TO TY-OT-FLAG (2)                               05515600
055158     END-IF                                                       05515800
055160     .                                                            05516000
055162                                                                  05516200
055200 843-FIND-EARN-CODE.                                              05520000
055300     MOVE 0 TO EC-PICKED                                          05530000
055400     MOVE 1 TO EC-SUB                                             05540000
055500     PERFORM 844-EARN-CODE-CHECK                                  05550000
055600         UNTIL EC-PICKED > 0                                      05560000
055700         OR EC-SUB > EC-COUNT                                     05570000
055800     .                                                            05580000
055900                                                                  05590000
056000 844-EARN-CODE-CHECK.                                             05600000
056100     IF EC-T-CODE (EC-SUB) = SE-T-CODE (SE-COUNT)                 05610000
056200         MOVE EC-SUB TO EC-PICKED                                 05620000
056300     ELSE                                                         05630000
056400         ADD 1 TO EC-SUB                                          05640000
056500     END-IF                                                       05650000
056600     .                                                            05660000
056700                                                                  05670000
056800 848-LOAD-EARN-CODES.                                             05680000
056900     OPEN INPUT EARN-CODE-FILE                                    05690000
057000     MOVE 'NO' TO EC-EOF-FLAG                                     05700000
057100     MOVE 0 TO EC-COUNT                                           05710000
057200     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            05720000
057300         READ EARN-CODE-FILE                                      05730000
057400           AT END                                                 05740000
057500             MOVE 'YES' TO EC-EOF-FLAG                            05750000
057600           NOT AT END                                             05760000
057700             IF EC-COUNT < 10                                     05770000
057800                 ADD 1 TO EC-COUNT                                05780000
057900                 MOVE EC-CODE TO EC-T-CODE (EC-COUNT)             05790000
058000                 MOVE EC-DESC TO EC-T-DESC (EC-COUNT)             05800000
058100                 MOVE EC-GL-ACCOUNT TO EC-T-GL-ACCOUNT (EC-COUNT) 05810000
058200                 MOVE EC-OT-FLAG TO EC-T-OT-FLAG (EC-COUNT)       05820000
058300             ELSE                                                 05830000
058400                 ADD 1 TO SE-DROPPED-COUNT                        05840000
058500             END-IF                                               05850000
058600         END-READ                                                 05860000
058700     END-PERFORM                                                  05870000
058800     CLOSE EARN-CODE-FILE                                         05880000
058900     .                                                            05890000
059000                                                                  05900000
059100 849-LOAD-SUPP-EARNINGS.                                          05910000
059200     OPEN INPUT SUPP-EARN-FILE                                    05920000
059300     MOVE 'NO' TO SE-EOF-FLAG                                     05930000
059400     MOVE 0 TO SE-COUNT                                           05940000
059500     PERFORM UNTIL SE-EOF-FLAG = 'YES'                            05950000
059600         READ SUPP-EARN-FILE                                      05960000
059700           AT END                                                 05970000
059800             MOVE 'YES' TO SE-EOF-FLAG                            05980000
059900           NOT AT END                                             05990000
060000             IF SE-COUNT < 1000                                   06000000
060100                 ADD 1 TO SE-COUNT                                06010000
060200                 MOVE SE-ID-NUMBER TO SE-T-ID-NUMBER (SE-COUNT)   06020000
060300                 MOVE SE-PERIOD-END-DATE TO SE-T-PERIOD (SE-COUNT)06030000
060400                 MOVE SE-EARN-CODE TO SE-T-CODE (SE-COUNT)        06040000
060500                 MOVE SE-AMOUNT TO SE-T-AMOUNT (SE-COUNT)         06050000
060600                 MOVE 'N' TO SE-T-USED-FLAG (SE-COUNT)            06060000
060700                 PERFORM 843-FIND-EARN-CODE                       06070000
060800                 MOVE EC-PICKED TO SE-T-EC-SUB (SE-COUNT)         06080000
060900             ELSE                                                 06090000
061000                 ADD 1 TO SE-DROPPED-COUNT                        06100000
061100             END-IF                                               06110000
061200         END-READ                                                 06120000
061300     END-PERFORM                                                  06130000
061400     CLOSE SUPP-EARN-FILE                                         06140000
061500     .                                                            06150000
061600                                                                  06160000
061700 907-PRINT-FINAL-SUPP.                                            06170000
061800     MOVE FT-SUPP-PAY TO WS-SUPP-TOT-AMT                          06180000
061900     PERFORM 625-PRINT-SUPP-TOTAL                                 06190000
062000     .                                                            06200000
062100                                                                  06210000
062200 952-FILL-FT-SUPP.                                                06220000
062300     MOVE 1 TO EC-SUB                                             06230000
062400     PERFORM 953-FILL-ONE-FT-SUPP                                 06240000
062500         UNTIL EC-SUB > 10                                        06250000
062600     .                                                            06260000
062700                                                                  06270000
062800 953-FILL-ONE-FT-SUPP.                                            06280000
062900     IF EC-SUB > EC-COUNT                                         06290000
063000         MOVE SPACES TO FT-X-SUPP-CODE (EC-SUB)                   06300000
063100         MOVE 0 TO FT-X-SUPP-AMT (EC-SUB)                         06310000
063200     ELSE                                                         06320000
063300         MOVE EC-T-CODE (EC-SUB) TO FT-X-SUPP-CODE (EC-SUB)       06330000
063400         MOVE CO-SUPP-AMT (EC-SUB) TO FT-X-SUPP-AMT (EC-SUB)      06340000
063500     END-IF                                                       06350000
063600     ADD 1 TO EC-SUB                                              06360000
063700     .                                                            06370000
063800                                                                  06380000
063900*    SUPPLEMENTAL EARNINGS ROWS THAT WERE NOT PAID - THE CODE     06390000
064000*    IS NOT ON EARNCODE, OR NO PAY RECORD CAME THROUGH FOR THE    06400000
064100*    EMPLOYEE AND PERIOD.  A SELECT OR DIVISION RUN ONLY SEES     06410000
064200*    PART OF THE PAY FILE, SO UNMATCHED ROWS ARE NOT LISTED.      06420000
064300 978-PRINT-SUPP-EXCEPTIONS.                                       06430000
064400     MOVE 0 TO SE-EXC-COUNT                                       06440000
064500     MOVE 1 TO SE-SUB                                             06450000
064600     PERFORM 979-PRINT-SUPP-EXC-LINE                              06460000
064700         UNTIL SE-SUB > SE-COUNT                                  06470000
064800     IF SE-DROPPED-COUNT > 0                                      06480000
064900         MOVE SPACES TO WS-PRINT-REC                              06490000
065000         MOVE '*** EARNINGS TABLE FULL - ROWS NOT LOADED ***' TO  06500000
065100             WS-PRINT-REC                                         06510000
065200         PERFORM 700-PRINT-LINE                                   06520000
065300     END-IF                                                       06530000
065400     .                                                            06540000
065500                                                                  06550000
065600 979-PRINT-SUPP-EXC-LINE.                                         06560000
065700     MOVE SPACES TO WS-SX-REASON                                  06570000
065800     IF SE-T-USED-FLAG (SE-SUB) = 'Y'                             06580000
065900         IF SE-T-EC-SUB (SE-SUB) = 0                              06590000
066000             MOVE 'CODE NOT ON EARNCODE' TO WS-SX-REASON          06600000
066100         END-IF                                                   06610000
066200     ELSE                                                         06620000
066300         IF WS-SELECT-MODE-FLAG = 'NO'                            06630000
066400           AND WS-DIV-MODE-FLAG = 'NO'                            06640000
066500             MOVE 'NO PAY RECORD FOR PERIOD' TO WS-SX-REASON      06650000
066600         END-IF                                                   06660000
066700     END-IF                                                       06670000
066800     IF WS-SX-REASON NOT = SPACES                                 06680000
066900         ADD 1 TO SE-EXC-COUNT                                    06690000
067000         IF SE-EXC-COUNT = 1                                      06700000
067100             MOVE SPACES TO WS-PRINT-REC                          06710000
067200             MOVE '*** SUPPLEMENTAL EARNINGS NOT PAID ***' TO     06720000
067300                 WS-PRINT-REC                                     06730000
067400             PERFORM 700-PRINT-LINE                               06740000
067500         END-IF                                                   06750000
067600         MOVE SE-T-ID-NUMBER (SE-SUB) TO WS-SX-ID-NUMBER          06760000
067700         MOVE SE-T-PERIOD (SE-SUB) TO WS-SX-PERIOD                06770000
067800         MOVE SE-T-CODE (SE-SUB) TO WS-SX-CODE                    06780000
067900         MOVE SE-T-AMOUNT (SE-SUB) TO WS-SX-AMT-ED                06790000
068000         MOVE SPACES TO WS-PRINT-REC                              06800000
068100         MOVE WS-SUPP-EXC-LINE TO WS-PRINT-REC                    06810000
068200         PERFORM 700-PRINT-LINE                                   06820000
068300     END-IF                                                       06830000
068400     ADD 1 TO SE-SUB                                              06840000
068500     .                                                            06850000
068600                                                                  06860000
