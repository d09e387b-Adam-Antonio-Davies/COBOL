001500*    YTDMSTR POSTING PASS, WRITES THE BREAKS NETPAY          *    00150000
001600*    BALANCING LEG, AND MARKS THE PERIOD POSTED ONCE AT      *    00160000
001700*    THE END.                                                *    00170000
001725*    SUPPLEMENTAL EARNINGS ON THE DIVISION EXTRACTS ARE      *    00172500
001750*    MERGED BY EARNINGS CODE INTO THE COMPANY GLTOTALS       *    00175000
001775*    RECORD.                                                 *    00177500
001800*                                                            *    00180000
001810*    BEFORE THE POSTING PASS YTDMSTR IS COPIED TO THE        *    00181000
001820*    YTDSNAP SNAPSHOT, STAMPED WITH THE PERIOD, SO ROLLBACK  *    00182000
001830*    CAN RESTORE IT IF THE PERIOD IS REOPENED.  A SNAPSHOT   *    00183000
001840*    ALREADY TAKEN FOR THE PERIOD IS KEPT.                   *    00184000
001850*                                                            *    00185000
001900**************************************************************    00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
003400     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00340000
003500     SELECT OPTIONAL YTD-FILE      ASSIGN TO YTDMSTR              00350000
003600         ORGANIZATION IS INDEXED                                  00360000
003700         ACCESS IS DYNAMIC                                        00370000
003800         RECORD KEY IS YTD-ID-NUMBER.                             00380000
003850     SELECT OPTIONAL YTD-SNAP-FILE ASSIGN TO YTDSNAP.             00385000
003900     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00390000
004000     SELECT OPTIONAL BALANCE-FILE  ASSIGN TO BALFILE.             00400000
004100     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00410000
006200                                                                  00620000
006300 FD  YTD-FILE.                                                    00630000
006400     COPY YTDMSTR.                                                00640000
006420                                                                  00642000
006440 FD  YTD-SNAP-FILE                                                00644000
006460     RECORDING MODE IS F.                                         00646000
006480     COPY SNAPSHOT.                                               00648000
006500                                                                  00650000
006600 FD  PERIOD-CONTROL-FILE                                          00660000
006700     RECORDING MODE IS F.                                         00670000
008700     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          00870000
008800     10  WS-PERIOD-END             PIC 9(06) VALUE ZERO.          00880000
008900     10  WS-PERIOD-OK-FLAG         PIC X(03) VALUE "NO".          00890000
008905     10  SN-EOF-FLAG               PIC X(03) VALUE "NO".          00890500
008910     10  SN-KEEP-FLAG              PIC X(03) VALUE "NO".          00891000
008915     10  SN-HEADER-FLAG            PIC X(03) VALUE "NO".          00891500
008920     10  SN-READ-COUNT             PIC 9(07) VALUE ZERO.          00892000
008925     10  SN-WRITE-COUNT            PIC 9(07) VALUE ZERO.          00892500
008930                                                                  00893000
008935 01  WS-SNAP-LINE.                                                00893500
008940     10  FILLER                    PIC X(33) VALUE                00894000
008945         '   YTD SNAPSHOT TAKEN - RECORDS: '.                     00894500
008950     10  WS-SNAP-COUNT-ED          PIC ZZZZZZ9.                   00895000
009000                                                                  00900000
009100 01  FINAL-TOTALS.                                                00910000
009200     10  FT-HR-USED                PIC S9(05)V9  VALUE 0.         00920000
010400         15  CM-OT-PAY             PIC S9(07)V99.                 01040000
010500         15  CM-EMP-DEDS           PIC S9(07)V99.                 01050000
010600         15  CM-NET-PAY            PIC S9(07)V99.                 01060000
010610         15  CM-SUPP-EARNINGS.                                    01061000
010620             20  CM-SUPP-PAY       PIC S9(07)V99.                 01062000
010630             20  CM-SUPP-ITEM      OCCURS 10 TIMES.               01063000
010640                 25  CM-SUPP-CODE  PIC X(04).                     01064000
010650                 25  CM-SUPP-AMT   PIC S9(07)V99.                 01065000
010700                                                                  01070000
010800 01  CM-SUB                        PIC 9(02) VALUE ZERO.          01080000
010900 01  CM-PICKED                     PIC 9(02) VALUE ZERO.          01090000
010925 01  SUPP-SUB                      PIC 9(02) VALUE ZERO.          01092500
010950 01  SUPP-SLOT                     PIC 9(02) VALUE ZERO.          01095000
010975 01  SUPP-PICKED                   PIC 9(02) VALUE ZERO.          01097500
011000                                                                  01100000
011100 01  PERIOD-CONTROL-TABLE.                                        01110000
011200     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          01120000
021440         PERFORM 700-PRINT-LINE                                   02144000
021450         MOVE 8 TO RETURN-CODE                                    02145000
021460     ELSE                                                         02146000
021465         PERFORM 170-TAKE-YTD-SNAPSHOT                            02146500
021470         PERFORM 200-POST-YTD-EXTRACTS                            02147000
022200         PERFORM 300-MERGE-DIV-TOTALS                             02220000
022300         PERFORM 600-PRINT-MERGE-TOTALS                           02230000
023318         ADD DT-X-OT-PAY TO CM-OT-PAY (CM-PICKED)                 02331800
023320         ADD DT-X-EMP-DEDS TO CM-EMP-DEDS (CM-PICKED)             02332000
023322         ADD DT-X-NET-PAY TO CM-NET-PAY (CM-PICKED)               02332200
023323         PERFORM 315-MERGE-DIV-SUPP                               02332300
023324     END-IF                                                       02332400
023326     .                                                            02332600
023328                                                                  02332800
023354             MOVE 0 TO CM-OT-PAY (CM-COUNT)                       02335400
023356             MOVE 0 TO CM-EMP-DEDS (CM-COUNT)                     02335600
023358             MOVE 0 TO CM-NET-PAY (CM-COUNT)                      02335800
023359             INITIALIZE CM-SUPP-EARNINGS (CM-COUNT)               02335900
023360             MOVE CM-COUNT TO CM-PICKED                           02336000
023362         END-IF                                                   02336200
023364     END-IF                                                       02336400
023484     MOVE CM-OT-PAY (CM-SUB) TO FT-X-OT-PAY                       02348400
023486     MOVE CM-EMP-DEDS (CM-SUB) TO FT-X-EMP-DEDS                   02348600
023488     MOVE CM-NET-PAY (CM-SUB) TO FT-X-NET-PAY                     02348800
023489     PERFORM 665-FILL-FT-SUPP                                     02348900
023490     MOVE WS-PERIOD-END TO FT-X-PERIOD-END-DATE                   02349000
023492     MOVE CM-COMPANY (CM-SUB) TO FT-X-COMPANY                     02349200
023494     WRITE FT-EXTRACT-REC                                         02349400
023760     WRITE AUD-REC                                                02376000
023762     CLOSE AUDIT-FILE                                             02376200
023764     .                                                            02376400
023864                                                                  02386400
023964 315-MERGE-DIV-SUPP.                                              02396400
024064     ADD DT-X-SUPP-PAY TO CM-SUPP-PAY (CM-PICKED)                 02406400
024164     MOVE 1 TO SUPP-SUB                                           02416400
024264     PERFORM 316-MERGE-ONE-SUPP                                   02426400
024364       UNTIL SUPP-SUB > 10                                        02436400
024464     .                                                            02446400
024564                                                                  02456400
024664 316-MERGE-ONE-SUPP.                                              02466400
024764     IF DT-X-SUPP-CODE (SUPP-SUB) NOT = SPACES                    02476400
024864         PERFORM 317-FIND-SUPP-SLOT                               02486400
024964         IF SUPP-PICKED > 0                                       02496400
025064             ADD DT-X-SUPP-AMT (SUPP-SUB)                         02506400
025164               TO CM-SUPP-AMT (CM-PICKED SUPP-PICKED)             02516400
025264         END-IF                                                   02526400
025364     END-IF                                                       02536400
025464     ADD 1 TO SUPP-SUB                                            02546400
025564     .                                                            02556400
025664                                                                  02566400
025764 317-FIND-SUPP-SLOT.                                              02576400
025864     MOVE 0 TO SUPP-PICKED                                        02586400
025964     MOVE 1 TO SUPP-SLOT                                          02596400
026064     PERFORM 318-SUPP-SLOT-CHECK                                  02606400
026164       UNTIL SUPP-PICKED > 0                                      02616400
026264       OR SUPP-SLOT > 10                                          02626400
026364     .                                                            02636400
026464                                                                  02646400
026564 318-SUPP-SLOT-CHECK.                                             02656400
026664     IF CM-SUPP-CODE (CM-PICKED SUPP-SLOT)                        02666400
026764       = DT-X-SUPP-CODE (SUPP-SUB)                                02676400
026864         MOVE SUPP-SLOT TO SUPP-PICKED                            02686400
026964     ELSE                                                         02696400
027064         IF CM-SUPP-CODE (CM-PICKED SUPP-SLOT) = SPACES           02706400
027164             MOVE DT-X-SUPP-CODE (SUPP-SUB)                       02716400
027264               TO CM-SUPP-CODE (CM-PICKED SUPP-SLOT)              02726400
027364             MOVE SUPP-SLOT TO SUPP-PICKED                        02736400
027464         ELSE                                                     02746400
027564             ADD 1 TO SUPP-SLOT                                   02756400
027664         END-IF                                                   02766400
027764     END-IF                                                       02776400
027864     .                                                            02786400
027964                                                                  02796400
028064 665-FILL-FT-SUPP.                                                02806400
028164     MOVE CM-SUPP-PAY (CM-SUB) TO FT-X-SUPP-PAY                   02816400
028264     MOVE 1 TO SUPP-SLOT                                          02826400
028364     PERFORM 666-FILL-ONE-FT-SUPP                                 02836400
028464       UNTIL SUPP-SLOT > 10                                       02846400
028564     .                                                            02856400
028664                                                                  02866400
028764 666-FILL-ONE-FT-SUPP.                                            02876400
028864     MOVE CM-SUPP-CODE (CM-SUB SUPP-SLOT)                         02886400
028964       TO FT-X-SUPP-CODE (SUPP-SLOT)                              02896400
029064     MOVE CM-SUPP-AMT (CM-SUB SUPP-SLOT)                          02906400
029164       TO FT-X-SUPP-AMT (SUPP-SLOT)                               02916400
029264     ADD 1 TO SUPP-SLOT                                           02926400
029364     .                                                            02936400
029464                                                                  02946400
029564 170-TAKE-YTD-SNAPSHOT.                                           02956400
029664     PERFORM 172-CHECK-YTD-SNAPSHOT                               02966400
029764     IF SN-KEEP-FLAG = "YES"                                      02976400
029864         MOVE '   YTD SNAPSHOT FOR PERIOD ALREADY ON FILE - KEPT' 02986400
029964             TO WS-PRINT-REC                                      02996400
030064         PERFORM 700-PRINT-LINE                                   03006400
030164     ELSE                                                         03016400
030264         PERFORM 176-WRITE-YTD-SNAPSHOT                           03026400
030364     END-IF                                                       03036400
030464     .                                                            03046400
030564                                                                  03056400
030664 172-CHECK-YTD-SNAPSHOT.                                          03066400
030764     MOVE "NO" TO SN-KEEP-FLAG                                    03076400
030864     MOVE "NO" TO SN-HEADER-FLAG                                  03086400
030964     MOVE 0 TO SN-READ-COUNT                                      03096400
031064     OPEN INPUT YTD-SNAP-FILE                                     03106400
031164     MOVE "NO" TO SN-EOF-FLAG                                     03116400
031264     PERFORM UNTIL SN-EOF-FLAG = "YES"                            03126400
031364         READ YTD-SNAP-FILE                                       03136400
031464           AT END                                                 03146400
031564             MOVE "YES" TO SN-EOF-FLAG                            03156400
031664           NOT AT END                                             03166400
031764             PERFORM 174-SCAN-YTD-SNAPSHOT                        03176400
031864         END-READ                                                 03186400
031964     END-PERFORM                                                  03196400
032064     CLOSE YTD-SNAP-FILE                                          03206400
032164     .                                                            03216400
032264                                                                  03226400
032364 174-SCAN-YTD-SNAPSHOT.                                           03236400
032464     IF SN-PERIOD-END NOT = WS-PERIOD-END                         03246400
032564         MOVE "YES" TO SN-EOF-FLAG                                03256400
032664     ELSE                                                         03266400
032764     IF SN-REC-TYPE = 'H'                                         03276400
032864         MOVE "YES" TO SN-HEADER-FLAG                             03286400
032964     ELSE                                                         03296400
033064     IF SN-REC-TYPE = 'D'                                         03306400
033164         ADD 1 TO SN-READ-COUNT                                   03316400
033264     ELSE                                                         03326400
033364     IF SN-REC-TYPE = 'T' AND SN-HEADER-FLAG = "YES"              03336400
033464       AND SN-T-REC-COUNT = SN-READ-COUNT                         03346400
033564         MOVE "YES" TO SN-KEEP-FLAG                               03356400
033664     END-IF                                                       03366400
033764     END-IF                                                       03376400
033864     END-IF                                                       03386400
033964     END-IF                                                       03396400
034064     .                                                            03406400
034164                                                                  03416400
034264 176-WRITE-YTD-SNAPSHOT.                                          03426400
034364     OPEN INPUT YTD-FILE                                          03436400
034464     OPEN OUTPUT YTD-SNAP-FILE                                    03446400
034564     MOVE SPACES TO SN-REC                                        03456400
034664     MOVE 'H' TO SN-REC-TYPE                                      03466400
034764     MOVE WS-PERIOD-END TO SN-PERIOD-END                          03476400
034864     MOVE 'YTDMSTR' TO SN-H-MASTER                                03486400
034964     MOVE 'BRKMERGE' TO SN-H-PROGRAM                              03496400
035064     MOVE WS-DATE TO SN-H-TAKEN-DATE                              03506400
035164     MOVE WS-TIME TO SN-H-TAKEN-TIME                              03516400
035264     WRITE SN-REC                                                 03526400
035364     MOVE 0 TO SN-WRITE-COUNT                                     03536400
035464     MOVE "NO" TO SN-EOF-FLAG                                     03546400
035564     PERFORM 178-SNAP-ONE-YTD                                     03556400
035664       UNTIL SN-EOF-FLAG = "YES"                                  03566400
035764     MOVE SPACES TO SN-REC                                        03576400
035864     MOVE 'T' TO SN-REC-TYPE                                      03586400
035964     MOVE WS-PERIOD-END TO SN-PERIOD-END                          03596400
036064     MOVE SN-WRITE-COUNT TO SN-T-REC-COUNT                        03606400
036164     WRITE SN-REC                                                 03616400
036264     CLOSE YTD-SNAP-FILE                                          03626400
036364     CLOSE YTD-FILE                                               03636400
036464     MOVE SN-WRITE-COUNT TO WS-SNAP-COUNT-ED                      03646400
036564     MOVE WS-SNAP-LINE TO WS-PRINT-REC                            03656400
036664     PERFORM 700-PRINT-LINE                                       03666400
036764     .                                                            03676400
036864                                                                  03686400
036964 178-SNAP-ONE-YTD.                                                03696400
037064     READ YTD-FILE NEXT RECORD                                    03706400
037164       AT END                                                     03716400
037264         MOVE "YES" TO SN-EOF-FLAG                                03726400
037364       NOT AT END                                                 03736400
037464         MOVE SPACES TO SN-REC                                    03746400
037564         MOVE 'D' TO SN-REC-TYPE                                  03756400
037664         MOVE WS-PERIOD-END TO SN-PERIOD-END                      03766400
037764         MOVE YTD-REC TO SN-IMAGE                                 03776400
037864         WRITE SN-REC                                             03786400
037964         ADD 1 TO SN-WRITE-COUNT                                  03796400
038064     END-READ                                                     03806400
038164     .                                                            03816400
