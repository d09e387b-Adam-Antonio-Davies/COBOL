000810*    JOURNAL-ENTRY EXTRACT FILE - A SELF-BALANCING SET OF    *    00081000
000820*    ENTRIES PER COMPANY, EACH LINE STAMPED WITH THE         *    00082000
000830*    COMPANY CODE.                                           *    00083000
000840*    SUPPLEMENTAL EARNINGS CARRIED ON THE EXTRACT ARE        *    00084000
000850*    POSTED ONE ENTRY PER EARNINGS CODE, TO THE EXPENSE      *    00085000
000860*    ACCOUNT NAMED ON THE EARNCODE CONTROL FILE, ELSE TO THE *    00086000
000870*    GLCOA 'SUPP' ACCOUNT (DEFAULT 600300).  A COMPANY THAT  *    00087000
000880*    POSTS BY DEPARTMENT STAMPS THEM WITH ITS GLCCMAP DEFAULT*    00088000
000890*    COST CENTER.                                            *    00089000
000891*    THE REGULAR AND OVERTIME WAGE EXPENSE IS SPREAD BY      *    00089100
000892*    DEPARTMENT FROM THE DEPTTOTS EXTRACT BREAKS WRITES, ONE *    00089200
000893*    LINE PER DEPARTMENT, STAMPED WITH THE DIVISION,         *    00089300
000894*    DEPARTMENT AND THE COST CENTER FROM THE GLCCMAP CONTROL *    00089400
000895*    FILE (DEFAULT ROW, ELSE 000000 UNASSIGNED).  THE        *    00089500
000896*    DEPARTMENTS MUST FOOT TO THE COMPANY'S GLTOTALS PAY AND *    00089600
000897*    EACH COMPANY'S ENTRIES MUST BALANCE, OR THE EXTRACT IS  *    00089700
000898*    NOT RELEASED.  A COMPANY WITH NO DEPTTOTS RECORDS POSTS *    00089800
000899*    ONE REGULAR AND ONE OVERTIME LINE AS BEFORE.            *    00089900
000900*                                                            *    00090000
001000**************************************************************    00100000
001100                                                                  00110000
002300     SELECT GL-EXTRACT-FILE        ASSIGN TO GLEXTRACT.           00230000
002310     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00231000
002320     SELECT OPTIONAL COA-CONTROL-FILE ASSIGN TO GLCOA.            00232000
002345     SELECT OPTIONAL EARN-CODE-FILE ASSIGN TO EARNCODE.           00234500
002360     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00236000
002370     SELECT OPTIONAL BALANCE-FILE ASSIGN TO BALFILE.              00237000
002380     SELECT OPTIONAL OVERRIDE-CARD-FILE ASSIGN TO OPOVRIDE.       00238000
002385     SELECT OPTIONAL DEPT-TOTALS-FILE ASSIGN TO DEPTTOTS.         00238500
002390     SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO GLCCMAP.          00239000
002400                                                                  00240000
002500 DATA DIVISION.                                                   00250000
002600 FILE SECTION.                                                    00260000
004000     10  GL-AMOUNT                 PIC S9(07)V99.                 00400000
004010     10  FILLER                    PIC X(01).                     00401000
004020     10  GL-COMPANY                PIC X(02).                     00402000
004045     10  FILLER                    PIC X(01).                     00404500
004070     10  GL-DIV                    PIC X(02).                     00407000
004095     10  GL-DEPT                   PIC X(03).                     00409500
004120     10  FILLER                    PIC X(01).                     00412000
004145     10  GL-COST-CENTER            PIC X(06).                     00414500
004170     10  FILLER                    PIC X(19).                     00417000
004200                                                                  00420000
004207 FD  AUDIT-FILE                                                   00420700
004214     RECORDING MODE IS F.                                         00421400
004242     RECORDING MODE IS F.                                         00424200
004249     COPY PERCTL.                                                 00424900
004256                                                                  00425600
004257 FD  EARN-CODE-FILE                                               00425700
004258     RECORDING MODE IS F.                                         00425800
004259     COPY EARNCODE.                                               00425900
004260                                                                  00426000
004263 FD  COA-CONTROL-FILE                                             00426300
004270     RECORDING MODE IS F.                                         00427000
004277     COPY GLCOA.                                                  00427700
004284     RECORDING MODE IS F.                                         00428400
004285 01  OV-REC.                                                      00428500
004286     10  OV-OVERRIDE               PIC X(01).                     00428600
004287                                                                  00428700
004288 FD  DEPT-TOTALS-FILE                                             00428800
004289     RECORDING MODE IS F.                                         00428900
004290     COPY DEPTTOT.                                                00429000
004291                                                                  00429100
004292 FD  COST-CENTER-FILE                                             00429200
004293     RECORDING MODE IS F.                                         00429300
004294     COPY GLCCMAP.                                                00429400
004299                                                                  00429900
004300 WORKING-STORAGE SECTION.                                         00430000
004400                                                                  00440000
004402 01  DEPT-TOTALS-TABLE.                                           00440200
004404     10  DPT-COUNT                 PIC 9(03) VALUE ZERO.          00440400
004406     10  DPT-ITEM                  OCCURS 500 TIMES.              00440600
004408         15  DPT-T-COMPANY         PIC X(02).                     00440800
004410         15  DPT-T-DIV             PIC X(02).                     00441000
004412         15  DPT-T-DEPT            PIC X(03).                     00441200
004414         15  DPT-T-REG-PAY         PIC S9(05)V99.                 00441400
004416         15  DPT-T-OT-PAY          PIC S9(05)V99.                 00441600
004418         15  DPT-T-PERIOD          PIC 9(06).                     00441800
004420                                                                  00442000
004422 01  DPT-SUB                       PIC 9(03) VALUE ZERO.          00442200
004424 01  DPT-EOF-FLAG                  PIC X(03) VALUE 'NO'.          00442400
004426 01  DPT-DROPPED-COUNT             PIC 9(05) VALUE ZERO.          00442600
004428 01  WS-DEPT-POST-FLAG             PIC X(03) VALUE 'NO'.          00442800
004430                                                                  00443000
004432 01  COST-CENTER-TABLE.                                           00443200
004434     10  CCM-COUNT                 PIC 9(03) VALUE ZERO.          00443400
004436     10  CCM-ITEM                  OCCURS 200 TIMES.              00443600
004438         15  CCM-T-DIV             PIC X(02).                     00443800
004440         15  CCM-T-DEPT            PIC X(03).                     00444000
004442         15  CCM-T-COST-CENTER     PIC X(06).                     00444200
004444                                                                  00444400
004446 01  CCM-SUB                       PIC 9(03) VALUE ZERO.          00444600
004448 01  CCM-FOUND-FLAG                PIC X(03) VALUE 'NO'.          00444800
004450 01  CCM-EOF-FLAG                  PIC X(03) VALUE 'NO'.          00445000
004452 01  WS-CCM-DIV                    PIC X(02) VALUE SPACES.        00445200
004454 01  WS-CCM-DEPT                   PIC X(03) VALUE SPACES.        00445400
004456 01  WS-COST-CENTER                PIC X(06) VALUE SPACES.        00445600
004458 01  WS-UNASSIGNED-COUNT           PIC 9(05) VALUE ZERO.          00445800
004460                                                                  00446000
004462 01  COMPANY-PROOF-TOTALS.                                        00446200
004464     10  WS-CO-DR-TOTAL            PIC S9(11)V99 VALUE 0.         00446400
004466     10  WS-CO-CR-TOTAL            PIC S9(11)V99 VALUE 0.         00446600
004468     10  WS-CO-DEPT-COUNT          PIC 9(05) VALUE 0.             00446800
004470     10  WS-CO-DEPT-REG            PIC S9(09)V99 VALUE 0.         00447000
004472     10  WS-CO-DEPT-OT             PIC S9(09)V99 VALUE 0.         00447200
004474                                                                  00447400
004500 01  WS-COUNTERS-FLAGS.                                           00450000
004600     10  EOF-FLAG                  PIC X(03) VALUE "NO".          00460000
004700     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00470000
004943     10  GLB-HASH-AMOUNT           PIC 9(11)V99.                  00494300
004946     10  FILLER                    PIC X(58) VALUE SPACES.        00494600
004947                                                                  00494700
004949 01  EARN-CODE-TABLE.                                             00494900
004951     10  EC-COUNT                  PIC 9(02) VALUE ZERO.          00495100
004953     10  EC-ITEM                   OCCURS 10 TIMES.               00495300
004955         15  EC-T-CODE             PIC X(04).                     00495500
004957         15  EC-T-DESC             PIC X(20).                     00495700
004959         15  EC-T-GL-ACCOUNT       PIC X(06).                     00495900
004961                                                                  00496100
004963 01  EC-SUB                        PIC 9(02) VALUE ZERO.          00496300
004965 01  EC-FOUND-FLAG                 PIC X(03) VALUE 'NO'.          00496500
004967 01  EC-EOF-FLAG                   PIC X(03) VALUE 'NO'.          00496700
004969 01  SUPP-SUB                      PIC 9(02) VALUE ZERO.          00496900
004971                                                                  00497100
004973 PROCEDURE DIVISION.                                              00497300
005000                                                                  00500000
005100 010-START-HERE.                                                  00510000
005340     PERFORM 013-READ-OVERRIDE-CARD                               00534000
005350     PERFORM 847-LOAD-PERIOD-CONTROL                              00535000
005360     PERFORM 848-LOAD-CHART-OF-ACCOUNTS                           00536000
005385     PERFORM 849-LOAD-EARN-CODES                                  00538500
005390     PERFORM 851-LOAD-DEPT-TOTALS                                 00539000
005395     PERFORM 852-LOAD-COST-CENTERS                                00539500
005400     PERFORM 100-READ-INPUT                                       00540000
005500                                                                  00550000
005600     PERFORM 300-PROCESS-DATA                                     00560000
005700       UNTIL EOF-FLAG = "YES"                                     00570000
005800                                                                  00580000
005850     PERFORM 500-CHECK-BALANCE                                    00585000
005860     IF WS-UNASSIGNED-COUNT > 0                                   00586000
005870         DISPLAY '** GLFEED: ' WS-UNASSIGNED-COUNT                00587000
005880             ' WAGE LINES TO UNASSIGNED COST CENTER'              00588000
005890     END-IF                                                       00589000
005900     CLOSE FINAL-TOTALS-FILE                                      00590000
006000     CLOSE GL-EXTRACT-FILE                                        00600000
006050     PERFORM 986-WRITE-BALANCING                                  00605000
018357         END-IF                                                   01835700
018358     END-IF                                                       01835800
018509     IF WS-PERIOD-OK-FLAG = 'YES'                                 01850900
018559     PERFORM 380-PROVE-DEPT-TOTALS                                01855900
018609     IF WS-DEPT-POST-FLAG = 'YES'                                 01860900
018659         PERFORM 405-WRITE-DEPT-WAGES                             01865900
018709     ELSE                                                         01870900
018759         PERFORM 400-WRITE-WAGES-REG                              01875900
018809         PERFORM 410-WRITE-WAGES-OT                               01880900
018859     END-IF                                                       01885900
018935     PERFORM 415-WRITE-SUPP-EARNINGS                              01893500
018998     PERFORM 420-WRITE-DEDUCTIONS                                 01899800
019161     PERFORM 430-WRITE-NET-PAY                                    01916100
019261     PERFORM 390-CHECK-COMPANY-BALANCE                            01926100
019324     ELSE                                                         01932400
019487     ADD 1 TO SUPPRESS-COUNT                                      01948700
019650     DISPLAY '** GLFEED: PERIOD ' FT-X-PERIOD-END-DATE            01965000
033668                                                                  03366800
033831 500-CHECK-BALANCE.                                               03383100
033994     IF WS-DR-TOTAL NOT = WS-CR-TOTAL                             03399400
034094       OR WS-BALANCED-FLAG = 'NO'                                 03409400
034157         MOVE 'NO' TO WS-BALANCED-FLAG                            03415700
034320         DISPLAY '** GLFEED: DEBITS DO NOT EQUAL CREDITS'         03432000
034483         DISPLAY '** GL EXTRACT NOT RELEASED'                     03448300
037254     ADD GL-AMOUNT TO WS-HASH-AMOUNT                              03725400
037417     IF GL-DR-CR = 'DR'                                           03741700
037580         ADD GL-AMOUNT TO WS-DR-TOTAL                             03758000
037680         ADD GL-AMOUNT TO WS-CO-DR-TOTAL                          03768000
037743     ELSE                                                         03774300
037906         ADD GL-AMOUNT TO WS-CR-TOTAL                             03790600
038006         ADD GL-AMOUNT TO WS-CO-CR-TOTAL                          03800600
038069     END-IF                                                       03806900
038100     MOVE WS-CUR-COMPANY TO GL-COMPANY                            03810000
038232     WRITE GL-EXTRACT-REC                                         03823200
039234     END-PERFORM                                                  03923400
039236     CLOSE COA-CONTROL-FILE                                       03923600
039238     .                                                            03923800
039338                                                                  03933800
039438 415-WRITE-SUPP-EARNINGS.                                         03943800
039538     MOVE 1 TO SUPP-SUB                                           03953800
039638     PERFORM 416-WRITE-ONE-SUPP                                   03963800
039738       UNTIL SUPP-SUB > 10                                        03973800
039838     .                                                            03983800
039938                                                                  03993800
039988 416-WRITE-ONE-SUPP.                                              03998800
040038     IF FT-X-SUPP-CODE (SUPP-SUB) NOT = SPACES                    04003800
040088       AND FT-X-SUPP-AMT (SUPP-SUB) NOT = 0                       04008800
040138         MOVE '600300' TO GL-ACCOUNT-NO                           04013800
040188         MOVE 'WAGES EXPENSE - SUPPLMTL' TO GL-ACCOUNT-DESC       04018800
040238         MOVE 'DR' TO GL-DR-CR                                    04023800
040288         MOVE 'SUPP' TO WS-COA-CODE                               04028800
040338         PERFORM 450-COA-LOOKUP                                   04033800
040388         PERFORM 417-EARN-CODE-LOOKUP                             04038800
040438         IF WS-DEPT-POST-FLAG = 'YES'                             04043800
040488             PERFORM 419-STAMP-SUPP                               04048800
040538         END-IF                                                   04053800
040588         MOVE FT-X-SUPP-AMT (SUPP-SUB) TO GL-AMOUNT               04058800
040638         PERFORM 700-WRITE-ENTRY                                  04063800
040688     END-IF                                                       04068800
040738     ADD 1 TO SUPP-SUB                                            04073800
040788     .                                                            04078800
041238                                                                  04123800
041338 417-EARN-CODE-LOOKUP.                                            04133800
041438     MOVE 'NO' TO EC-FOUND-FLAG                                   04143800
041538     MOVE 1 TO EC-SUB                                             04153800
041638     PERFORM 418-EARN-CODE-CHECK                                  04163800
041738       UNTIL EC-FOUND-FLAG = 'YES'                                04173800
041838       OR EC-SUB > EC-COUNT                                       04183800
041938     IF EC-FOUND-FLAG = 'YES'                                     04193800
042038         IF EC-T-GL-ACCOUNT (EC-SUB) NOT = SPACES                 04203800
042138             MOVE EC-T-GL-ACCOUNT (EC-SUB) TO GL-ACCOUNT-NO       04213800
042238         END-IF                                                   04223800
042338         MOVE EC-T-DESC (EC-SUB) TO GL-ACCOUNT-DESC               04233800
042438     END-IF                                                       04243800
042538     .                                                            04253800
042638                                                                  04263800
042738 418-EARN-CODE-CHECK.                                             04273800
042838     IF EC-T-CODE (EC-SUB) = FT-X-SUPP-CODE (SUPP-SUB)            04283800
042938         MOVE 'YES' TO EC-FOUND-FLAG                              04293800
043038     ELSE                                                         04303800
043138         ADD 1 TO EC-SUB                                          04313800
043238     END-IF                                                       04323800
043338     .                                                            04333800
043343                                                                  04334300
043348*    SUPPLEMENTAL PAY IS NOT SPLIT BY DEPARTMENT, SO IT TAKES THE 04334800
043353*    COMPANY-WIDE DEFAULT ROW OF GLCCMAP                          04335300
043358 419-STAMP-SUPP.                                                  04335800
043363     MOVE '000000' TO WS-COST-CENTER                              04336300
043368     MOVE SPACES TO WS-CCM-DIV                                    04336800
043373     MOVE SPACES TO WS-CCM-DEPT                                   04337300
043378     PERFORM 462-COST-CENTER-SCAN                                 04337800
043383     IF CCM-FOUND-FLAG = 'YES'                                    04338300
043388         MOVE CCM-T-COST-CENTER (CCM-SUB) TO WS-COST-CENTER       04338800
043393     END-IF                                                       04339300
043398     MOVE WS-COST-CENTER TO GL-COST-CENTER                        04339800
043403     IF WS-COST-CENTER = '000000'                                 04340300
043408         ADD 1 TO WS-UNASSIGNED-COUNT                             04340800
043413     END-IF                                                       04341300
043418     .                                                            04341800
043438                                                                  04343800
043538 849-LOAD-EARN-CODES.                                             04353800
043638     OPEN INPUT EARN-CODE-FILE                                    04363800
043738     MOVE 'NO' TO EC-EOF-FLAG                                     04373800
043838     MOVE 0 TO EC-COUNT                                           04383800
043938     PERFORM UNTIL EC-EOF-FLAG = 'YES'                            04393800
044038         READ EARN-CODE-FILE                                      04403800
044138           AT END                                                 04413800
044238             MOVE 'YES' TO EC-EOF-FLAG                            04423800
044338           NOT AT END                                             04433800
044438             IF EC-COUNT < 10                                     04443800
044538             ADD 1 TO EC-COUNT                                    04453800
044638             MOVE EC-CODE TO EC-T-CODE (EC-COUNT)                 04463800
044738             MOVE EC-DESC TO EC-T-DESC (EC-COUNT)                 04473800
044838             MOVE EC-GL-ACCOUNT TO EC-T-GL-ACCOUNT (EC-COUNT)     04483800
044938             END-IF                                               04493800
045038         END-READ                                                 04503800
045138     END-PERFORM                                                  04513800
045238     CLOSE EARN-CODE-FILE                                         04523800
045338     .                                                            04533800
045438                                                                  04543800
045538 380-PROVE-DEPT-TOTALS.                                           04553800
045638     MOVE 0 TO WS-CO-DR-TOTAL                                     04563800
045738     MOVE 0 TO WS-CO-CR-TOTAL                                     04573800
045838     MOVE 0 TO WS-CO-DEPT-COUNT                                   04583800
045938     MOVE 0 TO WS-CO-DEPT-REG                                     04593800
046038     MOVE 0 TO WS-CO-DEPT-OT                                      04603800
046138     MOVE 1 TO DPT-SUB                                            04613800
046238     PERFORM 385-ADD-DEPT-TOTAL                                   04623800
046338       UNTIL DPT-SUB > DPT-COUNT                                  04633800
046438     IF WS-CO-DEPT-COUNT = 0                                      04643800
046538         MOVE 'NO' TO WS-DEPT-POST-FLAG                           04653800
046638     ELSE                                                         04663800
046738         MOVE 'YES' TO WS-DEPT-POST-FLAG                          04673800
046838         IF WS-CO-DEPT-REG NOT = FT-X-REG-PAY                     04683800
046938           OR WS-CO-DEPT-OT NOT = FT-X-OT-PAY                     04693800
047038             MOVE 'NO' TO WS-BALANCED-FLAG                        04703800
047138             DISPLAY '** GLFEED: DEPTTOTS DO NOT FOOT TO GLTOTALS'04713800
047238                 ' FOR COMPANY ' WS-CUR-COMPANY                   04723800
047338         END-IF                                                   04733800
047438     END-IF                                                       04743800
047538     .                                                            04753800
047638                                                                  04763800
047738 385-ADD-DEPT-TOTAL.                                              04773800
047838     IF DPT-T-COMPANY (DPT-SUB) = WS-CUR-COMPANY                  04783800
047938       AND DPT-T-PERIOD (DPT-SUB) = FT-X-PERIOD-END-DATE          04793800
048038         ADD 1 TO WS-CO-DEPT-COUNT                                04803800
048138         ADD DPT-T-REG-PAY (DPT-SUB) TO WS-CO-DEPT-REG            04813800
048238         ADD DPT-T-OT-PAY (DPT-SUB) TO WS-CO-DEPT-OT              04823800
048338     END-IF                                                       04833800
048438     ADD 1 TO DPT-SUB                                             04843800
048538     .                                                            04853800
048638                                                                  04863800
048738 390-CHECK-COMPANY-BALANCE.                                       04873800
048838     IF WS-CO-DR-TOTAL NOT = WS-CO-CR-TOTAL                       04883800
048938         MOVE 'NO' TO WS-BALANCED-FLAG                            04893800
049038         DISPLAY '** GLFEED: COMPANY ' WS-CUR-COMPANY             04903800
049138             ' ENTRIES DO NOT BALANCE'                            04913800
049238     END-IF                                                       04923800
049338     .                                                            04933800
049438                                                                  04943800
049538 405-WRITE-DEPT-WAGES.                                            04953800
049638     MOVE 1 TO DPT-SUB                                            04963800
049738     PERFORM 406-WRITE-ONE-DEPT                                   04973800
049838       UNTIL DPT-SUB > DPT-COUNT                                  04983800
049938     .                                                            04993800
050038                                                                  05003800
050138 406-WRITE-ONE-DEPT.                                              05013800
050238     IF DPT-T-COMPANY (DPT-SUB) = WS-CUR-COMPANY                  05023800
050338       AND DPT-T-PERIOD (DPT-SUB) = FT-X-PERIOD-END-DATE          05033800
050438         PERFORM 460-COST-CENTER-LOOKUP                           05043800
050538         IF DPT-T-REG-PAY (DPT-SUB) NOT = 0                       05053800
050638             MOVE '600100' TO GL-ACCOUNT-NO                       05063800
050738             MOVE 'WAGES EXPENSE - REGULAR' TO GL-ACCOUNT-DESC    05073800
050838             MOVE 'DR' TO GL-DR-CR                                05083800
050938             MOVE 'REG ' TO WS-COA-CODE                           05093800
051038             PERFORM 450-COA-LOOKUP                               05103800
051138             MOVE DPT-T-REG-PAY (DPT-SUB) TO GL-AMOUNT            05113800
051238             PERFORM 408-STAMP-DEPT                               05123800
051338             PERFORM 700-WRITE-ENTRY                              05133800
051438         END-IF                                                   05143800
051538         IF DPT-T-OT-PAY (DPT-SUB) NOT = 0                        05153800
051638             MOVE '600200' TO GL-ACCOUNT-NO                       05163800
051738             MOVE 'WAGES EXPENSE - OVERTIME' TO GL-ACCOUNT-DESC   05173800
051838             MOVE 'DR' TO GL-DR-CR                                05183800
051938             MOVE 'OT  ' TO WS-COA-CODE                           05193800
052038             PERFORM 450-COA-LOOKUP                               05203800
052138             MOVE DPT-T-OT-PAY (DPT-SUB) TO GL-AMOUNT             05213800
052238             PERFORM 408-STAMP-DEPT                               05223800
052338             PERFORM 700-WRITE-ENTRY                              05233800
052438         END-IF                                                   05243800
052538     END-IF                                                       05253800
052638     ADD 1 TO DPT-SUB                                             05263800
052738     .                                                            05273800
052838                                                                  05283800
052938 408-STAMP-DEPT.                                                  05293800
053038     MOVE DPT-T-DIV (DPT-SUB) TO GL-DIV                           05303800
053138     MOVE DPT-T-DEPT (DPT-SUB) TO GL-DEPT                         05313800
053238     MOVE WS-COST-CENTER TO GL-COST-CENTER                        05323800
053338     IF WS-COST-CENTER = '000000'                                 05333800
053438         ADD 1 TO WS-UNASSIGNED-COUNT                             05343800
053538     END-IF                                                       05353800
053638     .                                                            05363800
053738                                                                  05373800
053838 460-COST-CENTER-LOOKUP.                                          05383800
053938     MOVE '000000' TO WS-COST-CENTER                              05393800
054038     MOVE DPT-T-DIV (DPT-SUB) TO WS-CCM-DIV                       05403800
054138     MOVE DPT-T-DEPT (DPT-SUB) TO WS-CCM-DEPT                     05413800
054238     PERFORM 462-COST-CENTER-SCAN                                 05423800
054338     IF CCM-FOUND-FLAG = 'NO'                                     05433800
054438         MOVE SPACES TO WS-CCM-DEPT                               05443800
054538         PERFORM 462-COST-CENTER-SCAN                             05453800
054638     END-IF                                                       05463800
054738     IF CCM-FOUND-FLAG = 'NO'                                     05473800
054838         MOVE SPACES TO WS-CCM-DIV                                05483800
054938         PERFORM 462-COST-CENTER-SCAN                             05493800
055038     END-IF                                                       05503800
055138     IF CCM-FOUND-FLAG = 'YES'                                    05513800
055238         MOVE CCM-T-COST-CENTER (CCM-SUB) TO WS-COST-CENTER       05523800
055338     END-IF                                                       05533800
055438     .                                                            05543800
055538                                                                  05553800
055638 462-COST-CENTER-SCAN.                                            05563800
055738     MOVE 'NO' TO CCM-FOUND-FLAG                                  05573800
055838     MOVE 1 TO CCM-SUB                                            05583800
055938     PERFORM 465-COST-CENTER-CHECK                                05593800
056038       UNTIL CCM-FOUND-FLAG = 'YES'                               05603800
056138       OR CCM-SUB > CCM-COUNT                                     05613800
056238     .                                                            05623800
056338                                                                  05633800
056438 465-COST-CENTER-CHECK.                                           05643800
056538     IF CCM-T-DIV (CCM-SUB) = WS-CCM-DIV                          05653800
056638       AND CCM-T-DEPT (CCM-SUB) = WS-CCM-DEPT                     05663800
056738         MOVE 'YES' TO CCM-FOUND-FLAG                             05673800
056838     ELSE                                                         05683800
056938         ADD 1 TO CCM-SUB                                         05693800
057038     END-IF                                                       05703800
057138     .                                                            05713800
057238                                                                  05723800
057338 851-LOAD-DEPT-TOTALS.                                            05733800
057438     OPEN INPUT DEPT-TOTALS-FILE                                  05743800
057538     MOVE 'NO' TO DPT-EOF-FLAG                                    05753800
057638     MOVE 0 TO DPT-COUNT                                          05763800
057738     PERFORM UNTIL DPT-EOF-FLAG = 'YES'                           05773800
057838         READ DEPT-TOTALS-FILE                                    05783800
057938           AT END                                                 05793800
058038             MOVE 'YES' TO DPT-EOF-FLAG                           05803800
058138           NOT AT END                                             05813800
058238             IF DPT-COUNT < 500                                   05823800
058338                 ADD 1 TO DPT-COUNT                               05833800
058438                 MOVE DP-X-COMPANY TO DPT-T-COMPANY (DPT-COUNT)   05843800
058538                 MOVE DP-X-DIV TO DPT-T-DIV (DPT-COUNT)           05853800
058638                 MOVE DP-X-DEPT TO DPT-T-DEPT (DPT-COUNT)         05863800
058738                 MOVE DP-X-REG-PAY TO DPT-T-REG-PAY (DPT-COUNT)   05873800
058838                 MOVE DP-X-OT-PAY TO DPT-T-OT-PAY (DPT-COUNT)     05883800
058888                 MOVE DP-X-PERIOD-END-DATE                        05888800
058938                   TO DPT-T-PERIOD (DPT-COUNT)                    05893800
059038             ELSE                                                 05903800
059138                 ADD 1 TO DPT-DROPPED-COUNT                       05913800
059238             END-IF                                               05923800
059338         END-READ                                                 05933800
059438     END-PERFORM                                                  05943800
059538     CLOSE DEPT-TOTALS-FILE                                       05953800
059638     IF DPT-DROPPED-COUNT > 0                                     05963800
059738         MOVE 'NO' TO WS-BALANCED-FLAG                            05973800
059838         DISPLAY '** GLFEED: DEPTTOTS OVER 500 DEPARTMENTS'       05983800
059938     END-IF                                                       05993800
060038     .                                                            06003800
060138                                                                  06013800
060238 852-LOAD-COST-CENTERS.                                           06023800
060338     OPEN INPUT COST-CENTER-FILE                                  06033800
060438     MOVE 'NO' TO CCM-EOF-FLAG                                    06043800
060538     MOVE 0 TO CCM-COUNT                                          06053800
060638     PERFORM UNTIL CCM-EOF-FLAG = 'YES'                           06063800
060738         READ COST-CENTER-FILE                                    06073800
060838           AT END                                                 06083800
060938             MOVE 'YES' TO CCM-EOF-FLAG                           06093800
061038           NOT AT END                                             06103800
061138             IF CCM-COUNT < 200                                   06113800
061238                 ADD 1 TO CCM-COUNT                               06123800
061338                 MOVE CCM-DIV TO CCM-T-DIV (CCM-COUNT)            06133800
061438                 MOVE CCM-DEPT TO CCM-T-DEPT (CCM-COUNT)          06143800
061488                 MOVE CCM-COST-CENTER                             06148800
061538                   TO CCM-T-COST-CENTER (CCM-COUNT)               06153800
061638             END-IF                                               06163800
061738         END-READ                                                 06173800
061838     END-PERFORM                                                  06183800
061938     CLOSE COST-CENTER-FILE                                       06193800
062038     .                                                            06203800
