001510*    FOR THE SAME PERIOD STOPS THE RUN SO BALANCES ARE NOT   *    00151000
001520*    ACCRUED TWICE; AN OPOVRIDE 'Y' CARD PERMITS A           *    00152000
001530*    DELIBERATE RERUN.                                       *    00153000
001540*    BEFORE ANY BALANCE IS POSTED THE LEAVE MASTER IS COPIED *    00154000
001550*    TO THE LEAVSNAP SNAPSHOT, STAMPED WITH THE PERIOD, SO   *    00155000
001560*    ROLLBACK CAN RESTORE IT IF THE PERIOD IS REOPENED.  A   *    00156000
001565*    SNAPSHOT ALREADY TAKEN FOR THE PERIOD IS KEPT.  A       *    00156500
001570*    PROVED LEAVEMST RESTORE BY ROLLBACK FOR THE PERIOD ON   *    00157000
001575*    THE AUDITLOG AFTER THE PRIOR RUN LETS THE PERIOD BE     *    00157500
001580*    ACCRUED AGAIN WITHOUT A CARD.                           *    00158000
001600*                                                            *    00160000
001700**************************************************************    00170000
001800                                                                  00180000
003000     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00300000
003100     SELECT OPTIONAL LEAVE-FILE    ASSIGN TO LEAVEMST             00310000
003200         ORGANIZATION IS INDEXED                                  00320000
003300         ACCESS IS DYNAMIC                                        00330000
003400         RECORD KEY IS LV-ID-NUMBER.                              00340000
003450     SELECT OPTIONAL LEAVE-SNAP-FILE ASSIGN TO LEAVSNAP.          00345000
003500     SELECT OPTIONAL LEAVE-TRANS-FILE ASSIGN TO LEAVETRN.         00350000
003600     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00360000
003700         ORGANIZATION IS INDEXED                                  00370000
005400                                                                  00540000
005500 FD  LEAVE-FILE.                                                  00550000
005600     COPY LEAVEMST.                                               00560000
005620                                                                  00562000
005640 FD  LEAVE-SNAP-FILE                                              00564000
005660     RECORDING MODE IS F.                                         00566000
005680     COPY SNAPSHOT.                                               00568000
005700                                                                  00570000
005800 FD  LEAVE-TRANS-FILE                                             00580000
005900     RECORDING MODE IS F.                                         00590000
008610     10  WS-OVERRIDE-FLAG          PIC X(03) VALUE "NO".          00861000
008620     10  WS-RERUN-FLAG             PIC X(03) VALUE "NO".          00862000
008630     10  AUD-EOF-FLAG              PIC X(03) VALUE "NO".          00863000
008640     10  SN-EOF-FLAG               PIC X(03) VALUE "NO".          00864000
008650     10  SN-KEEP-FLAG              PIC X(03) VALUE "NO".          00865000
008660     10  SN-HEADER-FLAG            PIC X(03) VALUE "NO".          00866000
008670     10  SN-READ-COUNT             PIC 9(07) VALUE ZERO.          00867000
008680     10  SN-WRITE-COUNT            PIC 9(07) VALUE ZERO.          00868000
008700                                                                  00870000
008800 01  ACCRUAL-RATES.                                               00880000
008900     10  WS-VAC-RATE               PIC V999 VALUE .040.           00890000
011100     10  FILLER                    PIC X(14) VALUE                01110000
011200         'LEAVE TRANS:  '.                                        01120000
011300     10  WS-TRANS-COUNT-ED         PIC ZZZZ9.                     01130000
011310                                                                  01131000
011320 01  WS-SNAP-LINE.                                                01132000
011330     10  FILLER                    PIC X(24) VALUE                01133000
011340         'LEAVE SNAPSHOT RECORDS: '.                              01134000
011350     10  WS-SNAP-COUNT-ED          PIC ZZZZZZ9.                   01135000
011400                                                                  01140000
011500     COPY PAYROLL.                                                01150000
011600                                                                  01160000
019080         PERFORM 700-PRINT-LINE                                   01908000
019090         MOVE 8 TO RETURN-CODE                                    01909000
019091     ELSE                                                         01909100
019116     IF EOF-FLAG = "NO"                                           01911600
019141         PERFORM 020-TAKE-LEAVE-SNAPSHOT                          01914100
019166     END-IF                                                       01916600
019200     PERFORM 300-PROCESS-DATA                                     01920000
019300       UNTIL EOF-FLAG = "YES"                                     01930000
019500     PERFORM 500-POST-LEAVE-TAKEN                                 01950000
040878               AT END                                             04087800
040879                 MOVE "YES" TO AUD-EOF-FLAG                       04087900
040881               NOT AT END                                         04088100
040886                 PERFORM 018-CHECK-AUDIT-ENTRY                    04088600
040887             END-READ                                             04088700
040888         END-PERFORM                                              04088800
040889         CLOSE AUDIT-FILE                                         04088900
044700     WRITE AUD-REC                                                04470000
044800     CLOSE AUDIT-FILE                                             04480000
044900     .                                                            04490000
045000                                                                  04500000
045100 018-CHECK-AUDIT-ENTRY.                                           04510000
045200     IF AUD-PERIOD-END = PAY-PERIOD-END-DATE                      04520000
045300       AND AUD-RETURN-CODE < 8                                    04530000
045400         IF AUD-PROGRAM = 'LEAVACC'                               04540000
045500             MOVE "YES" TO WS-RERUN-FLAG                          04550000
045600         ELSE                                                     04560000
045700         IF AUD-PROGRAM = 'LEAVEMST'                              04570000
045800             MOVE "NO" TO WS-RERUN-FLAG                           04580000
045900         END-IF                                                   04590000
046000         END-IF                                                   04600000
046100     END-IF                                                       04610000
046200     .                                                            04620000
046300                                                                  04630000
046400 020-TAKE-LEAVE-SNAPSHOT.                                         04640000
046500     PERFORM 021-CHECK-LEAVE-SNAPSHOT                             04650000
046600     IF SN-KEEP-FLAG = "YES"                                      04660000
046700         MOVE 'LEAVE SNAPSHOT FOR PERIOD KEPT' TO PR-NOTE         04670000
046800         PERFORM 700-PRINT-LINE                                   04680000
046900     ELSE                                                         04690000
047000         PERFORM 023-WRITE-LEAVE-SNAPSHOT                         04700000
047100     END-IF                                                       04710000
047200     .                                                            04720000
047300                                                                  04730000
047400 021-CHECK-LEAVE-SNAPSHOT.                                        04740000
047500     MOVE "NO" TO SN-KEEP-FLAG                                    04750000
047600     MOVE "NO" TO SN-HEADER-FLAG                                  04760000
047700     MOVE 0 TO SN-READ-COUNT                                      04770000
047800     OPEN INPUT LEAVE-SNAP-FILE                                   04780000
047900     MOVE "NO" TO SN-EOF-FLAG                                     04790000
048000     PERFORM UNTIL SN-EOF-FLAG = "YES"                            04800000
048100         READ LEAVE-SNAP-FILE                                     04810000
048200           AT END                                                 04820000
048300             MOVE "YES" TO SN-EOF-FLAG                            04830000
048400           NOT AT END                                             04840000
048500             PERFORM 022-SCAN-LEAVE-SNAPSHOT                      04850000
048600         END-READ                                                 04860000
048700     END-PERFORM                                                  04870000
048800     CLOSE LEAVE-SNAP-FILE                                        04880000
048900     .                                                            04890000
049000                                                                  04900000
049100 022-SCAN-LEAVE-SNAPSHOT.                                         04910000
049200     IF SN-PERIOD-END NOT = PAY-PERIOD-END-DATE                   04920000
049300         MOVE "YES" TO SN-EOF-FLAG                                04930000
049400     ELSE                                                         04940000
049500     IF SN-REC-TYPE = 'H'                                         04950000
049600         MOVE "YES" TO SN-HEADER-FLAG                             04960000
049700     ELSE                                                         04970000
049800     IF SN-REC-TYPE = 'D'                                         04980000
049900         ADD 1 TO SN-READ-COUNT                                   04990000
050000     ELSE                                                         05000000
050100     IF SN-REC-TYPE = 'T' AND SN-HEADER-FLAG = "YES"              05010000
050200       AND SN-T-REC-COUNT = SN-READ-COUNT                         05020000
050300         MOVE "YES" TO SN-KEEP-FLAG                               05030000
050400     END-IF                                                       05040000
050500     END-IF                                                       05050000
050600     END-IF                                                       05060000
050700     END-IF                                                       05070000
050800     .                                                            05080000
050900                                                                  05090000
051000 023-WRITE-LEAVE-SNAPSHOT.                                        05100000
051100     OPEN OUTPUT LEAVE-SNAP-FILE                                  05110000
051200     MOVE SPACES TO SN-REC                                        05120000
051300     MOVE 'H' TO SN-REC-TYPE                                      05130000
051400     MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                    05140000
051500     MOVE 'LEAVEMST' TO SN-H-MASTER                               05150000
051600     MOVE 'LEAVACC' TO SN-H-PROGRAM                               05160000
051700     MOVE WS-DATE TO SN-H-TAKEN-DATE                              05170000
051800     MOVE WS-TIME TO SN-H-TAKEN-TIME                              05180000
051900     WRITE SN-REC                                                 05190000
052000     MOVE 0 TO SN-WRITE-COUNT                                     05200000
052100     MOVE LOW-VALUES TO LV-ID-NUMBER                              05210000
052200     START LEAVE-FILE KEY IS NOT LESS THAN LV-ID-NUMBER           05220000
052300       INVALID KEY                                                05230000
052400         MOVE "YES" TO SN-EOF-FLAG                                05240000
052500       NOT INVALID KEY                                            05250000
052600         MOVE "NO" TO SN-EOF-FLAG                                 05260000
052700     END-START                                                    05270000
052800     PERFORM 024-SNAP-ONE-LEAVE                                   05280000
052900       UNTIL SN-EOF-FLAG = "YES"                                  05290000
053000     MOVE SPACES TO SN-REC                                        05300000
053100     MOVE 'T' TO SN-REC-TYPE                                      05310000
053200     MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                    05320000
053300     MOVE SN-WRITE-COUNT TO SN-T-REC-COUNT                        05330000
053400     WRITE SN-REC                                                 05340000
053500     CLOSE LEAVE-SNAP-FILE                                        05350000
053600     MOVE SPACES TO WS-PRINT-REC                                  05360000
053700     MOVE SN-WRITE-COUNT TO WS-SNAP-COUNT-ED                      05370000
053800     MOVE WS-SNAP-LINE TO PR-DETAIL                               05380000
053900     PERFORM 700-PRINT-LINE                                       05390000
054000     .                                                            05400000
054100                                                                  05410000
054200 024-SNAP-ONE-LEAVE.                                              05420000
054300     READ LEAVE-FILE NEXT RECORD                                  05430000
054400       AT END                                                     05440000
054500         MOVE "YES" TO SN-EOF-FLAG                                05450000
054600       NOT AT END                                                 05460000
054700         MOVE SPACES TO SN-REC                                    05470000
054800         MOVE 'D' TO SN-REC-TYPE                                  05480000
054900         MOVE PAY-PERIOD-END-DATE TO SN-PERIOD-END                05490000
055000         MOVE LV-REC TO SN-IMAGE                                  05500000
055100         WRITE SN-REC                                             05510000
055200         ADD 1 TO SN-WRITE-COUNT                                  05520000
055300     END-READ                                                     05530000
055400     .                                                            05540000
