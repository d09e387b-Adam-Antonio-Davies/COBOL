001300*    BALANCES.  EACH PAYEE TOTAL IS ALSO APPENDED TO THE     *    00130000
001310*    REMITREQ REQUEST FILE SO PAYREMIT CAN CUT THE           *    00131000
001320*    THIRD-PARTY CHECKS IN THE SAME RUN.                     *    00132000
001330*    BEFORE ANY BALANCE IS APPLIED THE ORDER MASTER IS       *    00133000
001340*    COPIED TO THE GARNSNAP SNAPSHOT, STAMPED WITH THE       *    00134000
001350*    PERIOD, SO ROLLBACK CAN RESTORE IT IF THE PERIOD IS     *    00135000
001360*    REOPENED.  A SNAPSHOT ALREADY TAKEN FOR THE PERIOD IS   *    00136000
001370*    KEPT.                                                   *    00137000
001400*                                                            *    00140000
001500**************************************************************    00150000
001600                                                                  00160000
002900     SELECT OPTIONAL GARN-MASTER-FILE ASSIGN TO GARNMSTR.         00290000
002910     SELECT OPTIONAL REMIT-REQUEST-FILE ASSIGN TO REMITREQ.       00291000
002920     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00292000
002970     SELECT OPTIONAL GARN-SNAP-FILE ASSIGN TO GARNSNAP.           00297000
003000                                                                  00300000
003100 DATA DIVISION.                                                   00310000
003200 FILE SECTION.                                                    00320000
004400 FD  GARN-MASTER-FILE                                             00440000
004500     RECORDING MODE IS F.                                         00450000
004600     COPY GARNMSTR.                                               00460000
004602                                                                  00460200
004604 FD  GARN-SNAP-FILE                                               00460400
004606     RECORDING MODE IS F.                                         00460600
004608     COPY SNAPSHOT.                                               00460800
004610                                                                  00461000
004620 FD  REMIT-REQUEST-FILE                                           00462000
004630     RECORDING MODE IS F.                                         00463000
005500     10  WS-PAGE                   PIC 9(03) VALUE 0.             00550000
005600     10  EXC-COUNT                 PIC 9(05) VALUE ZERO.          00560000
005700     10  GARN-REC-COUNT            PIC 9(05) VALUE ZERO.          00570000
005710     10  SN-EOF-FLAG               PIC X(03) VALUE "NO".          00571000
005720     10  SN-KEEP-FLAG              PIC X(03) VALUE "NO".          00572000
005730     10  SN-HEADER-FLAG            PIC X(03) VALUE "NO".          00573000
005740     10  SN-READ-COUNT             PIC 9(07) VALUE ZERO.          00574000
005750     10  SN-WRITE-COUNT            PIC 9(07) VALUE ZERO.          00575000
005800                                                                  00580000
005900 01  GARN-ORDER-TABLE.                                            00590000
006000     10  GT-COUNT                  PIC 9(03) VALUE ZERO.          00600000
008000     10  FILLER                    PIC X(14) VALUE                00800000
008100         'RECORDS READ: '.                                        00810000
008200     10  WS-REC-COUNT-ED           PIC ZZZZ9.                     00820000
008210                                                                  00821000
008220 01  WS-SNAP-LINE.                                                00822000
008230     10  FILLER                    PIC X(24) VALUE                00823000
008240         'GARN SNAPSHOT RECORDS:  '.                              00824000
008250     10  WS-SNAP-COUNT-ED          PIC ZZZZZZ9.                   00825000
008300                                                                  00830000
008400     COPY PAYROLL.                                                00840000
008500                                                                  00850000
015400     PERFORM 100-READ-INPUT                                       01540000
015500     PERFORM 850-GET-DATE                                         01550000
015600     PERFORM 800-PRINT-HEADINGS                                   01560000
015625     IF EOF-FLAG = "NO"                                           01562500
015650         PERFORM 020-TAKE-GARN-SNAPSHOT                           01565000
015675     END-IF                                                       01567500
015700                                                                  01570000
015800     PERFORM 300-PROCESS-DATA                                     01580000
015900       UNTIL EOF-FLAG = "YES"                                     01590000
036096     WRITE AUD-REC                                                03609600
036097     CLOSE AUDIT-FILE                                             03609700
036098     .                                                            03609800
036198                                                                  03619800
036298 020-TAKE-GARN-SNAPSHOT.                                          03629800
036398     PERFORM 021-CHECK-GARN-SNAPSHOT                              03639800
036498     IF SN-KEEP-FLAG = "YES"                                      03649800
036598         MOVE 'ORDER SNAPSHOT FOR PERIOD KEPT' TO PR-NOTE         03659800
036698         PERFORM 700-PRINT-LINE                                   03669800
036798     ELSE                                                         03679800
036898         PERFORM 023-WRITE-GARN-SNAPSHOT                          03689800
036998     END-IF                                                       03699800
037098     .                                                            03709800
037198                                                                  03719800
037298 021-CHECK-GARN-SNAPSHOT.                                         03729800
037398     MOVE "NO" TO SN-KEEP-FLAG                                    03739800
037498     MOVE "NO" TO SN-HEADER-FLAG                                  03749800
037598     MOVE 0 TO SN-READ-COUNT                                      03759800
037698     OPEN INPUT GARN-SNAP-FILE                                    03769800
037798     MOVE "NO" TO SN-EOF-FLAG                                     03779800
037898     PERFORM UNTIL SN-EOF-FLAG = "YES"                            03789800
037998         READ GARN-SNAP-FILE                                      03799800
038098           AT END                                                 03809800
038198             MOVE "YES" TO SN-EOF-FLAG                            03819800
038298           NOT AT END                                             03829800
038398             PERFORM 022-SCAN-GARN-SNAPSHOT                       03839800
038498         END-READ                                                 03849800
038598     END-PERFORM                                                  03859800
038698     CLOSE GARN-SNAP-FILE                                         03869800
038798     .                                                            03879800
038898                                                                  03889800
038998 022-SCAN-GARN-SNAPSHOT.                                          03899800
039098     IF SN-PERIOD-END NOT = PAY-PERIOD-END-DATE                   03909800
039198         MOVE "YES" TO SN-EOF-FLAG                                03919800
039298     ELSE                                                         03929800
039398     IF SN-REC-TYPE = 'H'                                         03939800
039498         MOVE "YES" TO SN-HEADER-FLAG                             03949800
039598     ELSE                                                         03959800
039698     IF SN-REC-TYPE = 'D'                                         03969800
039798         ADD 1 TO SN-READ-COUNT                                   03979800
039898     ELSE                                                         03989800
039998     IF SN-REC-TYPE = 'T' AND SN-HEADER-FLAG = "YES"              03999800
040098       AND SN-T-REC-COUNT = SN-READ-COUNT                         04009800
040198         MOVE "YES" TO SN-KEEP-FLAG                               04019800
040298     END-IF                                                       04029800
040398     END-IF                                                       04039800
040498     END-IF                                                       04049800
040598     END-IF                                                       04059800
040698     .                                                            04069800
040798                                                                  04079800
040898 023-WRITE-GARN-SNAPSHOT.                                         04089800
040998     OPEN INPUT GARN-MASTER-FILE                                  04099800
041098     OPEN OUTPUT GARN-SNAP-FILE                                   04109800
041198     MOVE SPACES TO SN-REC                                        04119800
041298     MOVE 'H' TO SN-REC-TYPE                                      04129800
041398     MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                    04139800
041498     MOVE 'GARNMSTR' TO SN-H-MASTER                               04149800
041598     MOVE 'GARNISH' TO SN-H-PROGRAM                               04159800
041698     MOVE WS-DATE TO SN-H-TAKEN-DATE                              04169800
041798     MOVE WS-TIME TO SN-H-TAKEN-TIME                              04179800
041898     WRITE SN-REC                                                 04189800
041998     MOVE 0 TO SN-WRITE-COUNT                                     04199800
042098     MOVE "NO" TO SN-EOF-FLAG                                     04209800
042198     PERFORM 024-SNAP-ONE-ORDER                                   04219800
042298       UNTIL SN-EOF-FLAG = "YES"                                  04229800
042398     MOVE SPACES TO SN-REC                                        04239800
042498     MOVE 'T' TO SN-REC-TYPE                                      04249800
042598     MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                    04259800
042698     MOVE SN-WRITE-COUNT TO SN-T-REC-COUNT                        04269800
042798     WRITE SN-REC                                                 04279800
042898     CLOSE GARN-SNAP-FILE                                         04289800
042998     CLOSE GARN-MASTER-FILE                                       04299800
043098     MOVE SPACES TO WS-PRINT-REC                                  04309800
043198     MOVE SN-WRITE-COUNT TO WS-SNAP-COUNT-ED                      04319800
043298     MOVE WS-SNAP-LINE TO PR-DETAIL                               04329800
043398     PERFORM 700-PRINT-LINE                                       04339800
043498     .                                                            04349800
043598                                                                  04359800
043698 024-SNAP-ONE-ORDER.                                              04369800
043798     READ GARN-MASTER-FILE                                        04379800
043898       AT END                                                     04389800
043998         MOVE "YES" TO SN-EOF-FLAG                                04399800
044098       NOT AT END                                                 04409800
044198         MOVE SPACES TO SN-REC                                    04419800
044298         MOVE 'D' TO SN-REC-TYPE                                  04429800
044398         MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                04439800
044498         MOVE GO-REC TO SN-IMAGE                                  04449800
044598         WRITE SN-REC                                             04459800
044698         ADD 1 TO SN-WRITE-COUNT                                  04469800
044798     END-READ                                                     04479800
044898     .                                                            04489800
