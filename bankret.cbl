000400**************************************************************    00040000
000500*                                                            *    00050000
000600*    EXAMPLE PAYROLL PROGRAM SERIES FOR CPSC3111 (COBOL).    *    00060000
000650*    PROCESSES THE BANK'S STANDARD NACHA RETURN AND          *    00065000
000700*    NOTIFICATION-OF-CHANGE FILE AFTER AN ACH CYCLE AGAINST  *    00070000
000750*    THE BANK INFORMATION MASTER.  EACH '6' ENTRY DETAIL IS  *    00075000
000800*    MATCHED TO THE ACCOUNT BY THE EMPLOYEE NUMBER AND       *    00080000
000850*    ACCOUNT SEQUENCE NACHAFMT PUT IN THE INDIVIDUAL ID,     *    00085000
000900*    AND ITS '7' ADDENDA SAYS WHAT HAPPENED:  A TYPE 99      *    00090000
000950*    RETURN (ANY R-CODE) FLAGS THE ACCOUNT FAILED SO THE     *    00095000
001000*    EMPLOYEE GOES BACK TO CHECK PAYMENT; A TYPE 98          *    00100000
001050*    NOTIFICATION OF CHANGE (C01/C02/C03/C05/C06/C07)        *    00105000
001100*    APPLIES THE BANK'S CORRECTED ACCOUNT NUMBER, ROUTING    *    00110000
001150*    NUMBER AND/OR ACCOUNT TYPE AND PUTS THE ACCOUNT BACK    *    00115000
001200*    THROUGH THE PRENOTE CYCLE.  FILE, BATCH AND CONTROL     *    00120000
001250*    RECORDS ARE SKIPPED.  ANY ACCOUNT STILL AWAITING ITS    *    00125000
001300*    PRENOTE ('P') THAT THE RETURN FILE DOES NOT NAME IS     *    00130000
001350*    PROMOTED TO APPROVED ('A').  PRINTS A RETURNS REPORT    *    00135000
001400*    SO PAYROLL CAN CHASE THE EMPLOYEE FOR NEW DETAILS, AND  *    00140000
001450*    REWRITES THE BANK MASTER.                               *    00145000
001550*    A CORRECTED ACCOUNT IS STAMPED WITH TODAY'S DATE AS     *    00155000
001650*    ITS CHANGE DATE FOR THE FRAUDCHK REVIEW.                *    00165000
001700*                                                            *    00170000
001800**************************************************************    00180000
001900                                                                  00190000
003700                                                                  00370000
003800 FD  RETURN-FILE                                                  00380000
003900     RECORDING MODE IS F.                                         00390000
003910 01  RT-REC.                                                      00391000
003920     10  RT-REC-TYPE               PIC X(01).                     00392000
003930     10  FILLER                    PIC X(93).                     00393000
003940 01  RT-ENTRY-REC.                                                00394000
003950     10  RTE-REC-TYPE              PIC X(01).                     00395000
003960     10  RTE-TRAN-CODE             PIC X(02).                     00396000
003970     10  RTE-RDFI-ID               PIC X(08).                     00397000
003980     10  RTE-CHECK-DIGIT           PIC X(01).                     00398000
003990     10  RTE-DFI-ACCOUNT           PIC X(17).                     00399000
004000     10  RTE-AMOUNT                PIC 9(08)V99.                  00400000
004010     10  RTE-INDIV-ID.                                            00401000
004020         15  RTE-ID-NUMBER         PIC X(05).                     00402000
004030         15  RTE-ACCT-SEQ          PIC 9(02).                     00403000
004040         15  FILLER                PIC X(08).                     00404000
004050     10  RTE-INDIV-NAME            PIC X(22).                     00405000
004060     10  RTE-DISCRETIONARY         PIC X(02).                     00406000
004070     10  RTE-ADDENDA-IND           PIC X(01).                     00407000
004080     10  RTE-TRACE-NO              PIC X(15).                     00408000
004090 01  RT-ADDENDA-REC.                                              00409000
004100     10  RTA-REC-TYPE              PIC X(01).                     00410000
004110     10  RTA-ADDENDA-TYPE          PIC X(02).                     00411000
004120     10  RTA-REASON-CODE           PIC X(03).                     00412000
004130     10  RTA-ORIG-TRACE            PIC X(15).                     00413000
004140     10  RTA-DEATH-DATE            PIC X(06).                     00414000
004150     10  RTA-ORIG-RDFI             PIC X(08).                     00415000
004160     10  RTA-CORRECTED-DATA        PIC X(29).                     00416000
004170     10  RTA-CD-TRAN REDEFINES RTA-CORRECTED-DATA.                00417000
004180         15  RTA-C05-TRAN-CODE     PIC X(02).                     00418000
004190         15  FILLER                PIC X(27).                     00419000
004200     10  RTA-CD-ROUTING-ACCOUNT REDEFINES RTA-CORRECTED-DATA.     00420000
004210         15  RTA-C03-ROUTING       PIC X(09).                     00421000
004220         15  FILLER                PIC X(03).                     00422000
004230         15  RTA-C03-ACCOUNT       PIC X(17).                     00423000
004240     10  RTA-CD-ACCOUNT-TRAN REDEFINES RTA-CORRECTED-DATA.        00424000
004250         15  RTA-C06-ACCOUNT       PIC X(17).                     00425000
004260         15  FILLER                PIC X(03).                     00426000
004270         15  RTA-C06-TRAN-CODE     PIC X(02).                     00427000
004280         15  FILLER                PIC X(07).                     00428000
004290     10  RTA-CD-ALL REDEFINES RTA-CORRECTED-DATA.                 00429000
004300         15  RTA-C07-ROUTING       PIC X(09).                     00430000
004310         15  RTA-C07-ACCOUNT       PIC X(17).                     00431000
004320         15  RTA-C07-TRAN-CODE     PIC X(02).                     00432000
004330         15  FILLER                PIC X(01).                     00433000
004340     10  FILLER                    PIC X(15).                     00434000
004350     10  RTA-TRACE-NO              PIC X(15).                     00435000
004700                                                                  00470000
004800 FD  PRINT-FILE                                                   00480000
004900     RECORDING MODE IS F.                                         00490000
008400         15  BT-SPLIT-AMT          PIC 9(05)V99.                  00840000
008500         15  BT-SPLIT-PCT          PIC 9(03)V99.                  00850000
008600         15  BT-PRENOTE-STATUS     PIC X(01).                     00860000
008650         15  BT-ACCT-TYPE          PIC X(01).                     00865000
008675         15  BT-CHANGE-DATE        PIC 9(06).                     00867500
008700         15  BT-TOUCHED-FLAG       PIC X(01).                     00870000
008800                                                                  00880000
008900 01  MASK-FIELDS.                                                 00890000
010100 01  BT-PICKED                     PIC 9(03) VALUE ZERO.          01010000
010200 01  BT-EOF-FLAG                   PIC X(03) VALUE "NO".          01020000
010300 01  BT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          01030000
010305                                                                  01030500
010310 01  PENDING-ENTRY.                                               01031000
010315     10  WS-ENTRY-FLAG             PIC X(03) VALUE "NO".          01031500
010320     10  WS-PEND-ID                PIC X(05) VALUE SPACES.        01032000
010325     10  WS-PEND-SEQ               PIC 9(02) VALUE ZERO.          01032500
010330                                                                  01033000
010335 01  WS-REASON-TEXT.                                              01033500
010340     10  WS-RSN-LABEL              PIC X(07).                     01034000
010345     10  WS-RSN-CODE               PIC X(03).                     01034500
010350                                                                  01035000
010355 01  WS-NOC-TRAN-CODE.                                            01035500
010360     10  WS-NOC-TRAN-KIND          PIC X(01).                     01036000
010365     10  FILLER                    PIC X(01).                     01036500
010370 01  WS-NOC-OK-FLAG                PIC X(03) VALUE "NO".          01037000
010400                                                                  01040000
010500 01  WS-REC-COUNT-LINE.                                           01050000
010600     10  FILLER                    PIC X(14) VALUE                01060000
017400     PERFORM 100-READ-INPUT                                       01740000
017500     PERFORM 300-PROCESS-DATA                                     01750000
017600       UNTIL EOF-FLAG = "YES"                                     01760000
017625     IF WS-ENTRY-FLAG = "YES"                                     01762500
017650         PERFORM 320-ENTRY-WITHOUT-ADDENDA                        01765000
017675     END-IF                                                       01767500
017700     CLOSE RETURN-FILE                                            01770000
017800     PERFORM 600-PROMOTE-PRENOTES                                 01780000
017900     PERFORM 980-REWRITE-BANK-MASTER                              01790000
019700     END-READ                                                     01970000
019800     ADD 1 TO REC-COUNT.                                          01980000
019900                                                                  01990000
019925 300-PROCESS-DATA.                                                01992500
019950     IF RT-REC-TYPE = '6'                                         01995000
019975         IF WS-ENTRY-FLAG = "YES"                                 01997500
020000             PERFORM 320-ENTRY-WITHOUT-ADDENDA                    02000000
020025         END-IF                                                   02002500
020050         MOVE "YES" TO WS-ENTRY-FLAG                              02005000
020075         MOVE RTE-ID-NUMBER TO WS-PEND-ID                         02007500
020100         MOVE RTE-ACCT-SEQ TO WS-PEND-SEQ                         02010000
020125     ELSE                                                         02012500
020150     IF RT-REC-TYPE = '7'                                         02015000
020175         IF WS-ENTRY-FLAG = "NO"                                  02017500
020200             ADD 1 TO EXC-COUNT                                   02020000
020225             MOVE RTA-REASON-CODE TO PR-REASON                    02022500
020250             MOVE '** ADDENDA WITHOUT ENTRY - IGNORED' TO PR-NOTE 02025000
020275             PERFORM 700-PRINT-LINE                               02027500
020300         ELSE                                                     02030000
020325             MOVE "NO" TO WS-ENTRY-FLAG                           02032500
020350             PERFORM 310-APPLY-ADDENDA                            02035000
020375         END-IF                                                   02037500
020400     END-IF                                                       02040000
020425     END-IF                                                       02042500
020450     PERFORM 100-READ-INPUT                                       02045000
020475     .                                                            02047500
020500                                                                  02050000
020525 310-APPLY-ADDENDA.                                               02052500
020550     PERFORM 400-FIND-ACCOUNT                                     02055000
020575     IF RTA-ADDENDA-TYPE = '98'                                   02057500
020600         MOVE 'NOC' TO WS-RSN-LABEL                               02060000
020625     ELSE                                                         02062500
020650         MOVE 'RETURN' TO WS-RSN-LABEL                            02065000
020675     END-IF                                                       02067500
020700     MOVE RTA-REASON-CODE TO WS-RSN-CODE                          02070000
020725     IF BT-PICKED = 0                                             02072500
020750         ADD 1 TO EXC-COUNT                                       02075000
020775         MOVE WS-PEND-ID TO PR-ID-NUMBER                          02077500
020800         MOVE WS-PEND-SEQ TO PR-ACCT-SEQ                          02080000
020825         MOVE WS-REASON-TEXT TO PR-REASON                         02082500
020850         MOVE '** NOT ON BANK MASTER - IGNORED' TO PR-NOTE        02085000
020875         PERFORM 700-PRINT-LINE                                   02087500
020900     ELSE                                                         02090000
020925         MOVE 'Y' TO BT-TOUCHED-FLAG (BT-PICKED)                  02092500
020950         PERFORM 500-APPLY-RETURN                                 02095000
020975     END-IF                                                       02097500
021000     .                                                            02100000
021025                                                                  02102500
021050 320-ENTRY-WITHOUT-ADDENDA.                                       02105000
021075     ADD 1 TO EXC-COUNT                                           02107500
021100     MOVE WS-PEND-ID TO PR-ID-NUMBER                              02110000
021125     MOVE WS-PEND-SEQ TO PR-ACCT-SEQ                              02112500
021150     MOVE '** ENTRY WITHOUT ADDENDA - IGNORED' TO PR-NOTE         02115000
021175     PERFORM 700-PRINT-LINE                                       02117500
021200     MOVE "NO" TO WS-ENTRY-FLAG                                   02120000
021225     .                                                            02122500
021250                                                                  02125000
021275 400-FIND-ACCOUNT.                                                02127500
021300     MOVE 0 TO BT-PICKED                                          02130000
021325     MOVE 1 TO BT-SUB                                             02132500
021350     PERFORM 410-ACCOUNT-CHECK                                    02135000
021375       UNTIL BT-PICKED > 0                                        02137500
021400       OR BT-SUB > BT-COUNT                                       02140000
021425     .                                                            02142500
021450                                                                  02145000
021475 410-ACCOUNT-CHECK.                                               02147500
021500     IF BT-ID-NUMBER (BT-SUB) = WS-PEND-ID                        02150000
021525       AND BT-ACCT-SEQ (BT-SUB) = WS-PEND-SEQ                     02152500
021550         MOVE BT-SUB TO BT-PICKED                                 02155000
021575     ELSE                                                         02157500
021600         ADD 1 TO BT-SUB                                          02160000
021625     END-IF                                                       02162500
021650     .                                                            02165000
021675                                                                  02167500
021700 500-APPLY-RETURN.                                                02170000
021725     MOVE WS-PEND-ID TO PR-ID-NUMBER                              02172500
021750     MOVE WS-PEND-SEQ TO PR-ACCT-SEQ                              02175000
021775     MOVE WS-REASON-TEXT TO PR-REASON                             02177500
021800     IF RTA-ADDENDA-TYPE = '99'                                   02180000
021825         MOVE 'F' TO BT-PRENOTE-STATUS (BT-PICKED)                02182500
021850         ADD 1 TO FAILED-COUNT                                    02185000
021875         MOVE BT-ACCOUNT-NO (BT-PICKED) TO WS-MASK-IN             02187500
021900         PERFORM 760-MASK-ACCOUNT                                 02190000
021925         MOVE WS-MASK-OUT TO PR-ACCOUNT-NO                        02192500
021950         MOVE '** FAILED - EMPLOYEE BACK TO CHECK' TO PR-NOTE     02195000
021975         PERFORM 700-PRINT-LINE                                   02197500
022000     ELSE                                                         02200000
022025     IF RTA-ADDENDA-TYPE = '98'                                   02202500
022050         PERFORM 520-APPLY-CHANGE                                 02205000
022075     ELSE                                                         02207500
022100         ADD 1 TO EXC-COUNT                                       02210000
022125         MOVE '** INVALID ADDENDA TYPE - IGNORED' TO PR-NOTE      02212500
022150         PERFORM 700-PRINT-LINE                                   02215000
022175     END-IF                                                       02217500
022200     END-IF                                                       02220000
022225     .                                                            02222500
022250                                                                  02225000
022275 520-APPLY-CHANGE.                                                02227500
022300     MOVE "YES" TO WS-NOC-OK-FLAG                                 02230000
022325     IF RTA-REASON-CODE = 'C01'                                   02232500
022350         MOVE RTA-C06-ACCOUNT TO BT-ACCOUNT-NO (BT-PICKED)        02235000
022375     ELSE                                                         02237500
022400     IF RTA-REASON-CODE = 'C02'                                   02240000
022425         MOVE RTA-C03-ROUTING TO BT-ROUTING-NO (BT-PICKED)        02242500
022450     ELSE                                                         02245000
022475     IF RTA-REASON-CODE = 'C03'                                   02247500
022500         MOVE RTA-C03-ROUTING TO BT-ROUTING-NO (BT-PICKED)        02250000
022525         MOVE RTA-C03-ACCOUNT TO BT-ACCOUNT-NO (BT-PICKED)        02252500
022550     ELSE                                                         02255000
022575     IF RTA-REASON-CODE = 'C05'                                   02257500
022600         MOVE RTA-C05-TRAN-CODE TO WS-NOC-TRAN-CODE               02260000
022625         PERFORM 530-SET-ACCT-TYPE                                02262500
022650     ELSE                                                         02265000
022675     IF RTA-REASON-CODE = 'C06'                                   02267500
022700         MOVE RTA-C06-ACCOUNT TO BT-ACCOUNT-NO (BT-PICKED)        02270000
022725         MOVE RTA-C06-TRAN-CODE TO WS-NOC-TRAN-CODE               02272500
022750         PERFORM 530-SET-ACCT-TYPE                                02275000
022775     ELSE                                                         02277500
022800     IF RTA-REASON-CODE = 'C07'                                   02280000
022825         MOVE RTA-C07-ROUTING TO BT-ROUTING-NO (BT-PICKED)        02282500
022850         MOVE RTA-C07-ACCOUNT TO BT-ACCOUNT-NO (BT-PICKED)        02285000
022875         MOVE RTA-C07-TRAN-CODE TO WS-NOC-TRAN-CODE               02287500
022900         PERFORM 530-SET-ACCT-TYPE                                02290000
022925     ELSE                                                         02292500
022950         MOVE "NO" TO WS-NOC-OK-FLAG                              02295000
022975     END-IF                                                       02297500
023000     END-IF                                                       02300000
023025     END-IF                                                       02302500
023050     END-IF                                                       02305000
023075     END-IF                                                       02307500
023100     END-IF                                                       02310000
023125     MOVE BT-ACCOUNT-NO (BT-PICKED) TO WS-MASK-IN                 02312500
023150     PERFORM 760-MASK-ACCOUNT                                     02315000
023175     MOVE WS-MASK-OUT TO PR-ACCOUNT-NO                            02317500
023200     IF WS-NOC-OK-FLAG = "YES"                                    02320000
023225         MOVE ' ' TO BT-PRENOTE-STATUS (BT-PICKED)                02322500
023245         MOVE WS-DATE TO BT-CHANGE-DATE (BT-PICKED)               02324500
023250         ADD 1 TO CORRECTED-COUNT                                 02325000
023275         MOVE 'ACCOUNT CORRECTED - PRENOTE AGAIN' TO PR-NOTE      02327500
023300     ELSE                                                         02330000
023325         ADD 1 TO EXC-COUNT                                       02332500
023350         MOVE '** NOC CODE NOT APPLIED - REVIEW' TO PR-NOTE       02335000
023375     END-IF                                                       02337500
023400     PERFORM 700-PRINT-LINE                                       02340000
023425     .                                                            02342500
023450                                                                  02345000
023475 530-SET-ACCT-TYPE.                                               02347500
023500     IF WS-NOC-TRAN-KIND = '3'                                    02350000
023525         MOVE 'S' TO BT-ACCT-TYPE (BT-PICKED)                     02352500
023550     ELSE                                                         02355000
023575     IF WS-NOC-TRAN-KIND = '2'                                    02357500
023600         MOVE 'C' TO BT-ACCT-TYPE (BT-PICKED)                     02360000
023625     ELSE                                                         02362500
023650         MOVE "NO" TO WS-NOC-OK-FLAG                              02365000
023675     END-IF                                                       02367500
023700     END-IF                                                       02370000
023725     .                                                            02372500
026200                                                                  02620000
026300 600-PROMOTE-PRENOTES.                                            02630000
026400     MOVE 1 TO BT-SUB                                             02640000
035500             MOVE BM-SPLIT-PCT TO BT-SPLIT-PCT (BT-COUNT)         03550000
035600             MOVE BM-PRENOTE-STATUS TO                            03560000
035700                 BT-PRENOTE-STATUS (BT-COUNT)                     03570000
035750             MOVE BM-ACCT-TYPE TO BT-ACCT-TYPE (BT-COUNT)         03575000
035775             MOVE BM-CHANGE-DATE TO BT-CHANGE-DATE (BT-COUNT)     03577500
035800             MOVE ' ' TO BT-TOUCHED-FLAG (BT-COUNT)               03580000
035900             ELSE                                                 03590000
036000             ADD 1 TO BT-DROPPED-COUNT                            03600000
042900     MOVE BT-SPLIT-AMT (BT-SUB) TO BM-SPLIT-AMT                   04290000
043000     MOVE BT-SPLIT-PCT (BT-SUB) TO BM-SPLIT-PCT                   04300000
043100     MOVE BT-PRENOTE-STATUS (BT-SUB) TO BM-PRENOTE-STATUS         04310000
043150     MOVE BT-ACCT-TYPE (BT-SUB) TO BM-ACCT-TYPE                   04315000
043175     MOVE BT-CHANGE-DATE (BT-SUB) TO BM-CHANGE-DATE               04317500
043200     WRITE BM-REC                                                 04320000
043300     ADD 1 TO WS-WRITE-COUNT                                      04330000
043400     ADD 1 TO BT-SUB                                              04340000
