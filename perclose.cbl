001800*      'R' REOPEN:  PUTS A POSTED OR CLOSED PERIOD BACK TO   *    00180000
001900*          'O' FOR A CONTROLLED CORRECTION - SUPERVISOR      *    00190000
002000*          OVERRIDE ('Y' IN THE CARD) REQUIRED.              *    00200000
002020*          THE REOPEN REPORT REMINDS THE OPERATOR TO RUN     *    00202000
002040*          ROLLBACK, WHICH PUTS YTDMSTR, LEAVEMST AND        *    00204000
002060*          GARNMSTR BACK FROM THEIR PRE-POSTING SNAPSHOTS    *    00206000
002080*          BEFORE THE PERIOD IS RERUN.                       *    00208000
002100*    EVERY STATUS CHANGE IS PRINTED ON THE CLOSE REPORT.     *    00210000
002110*    WHEN A CLOSE OR BUILD OPENS A PERIOD, EVERY RELEASED    *    00211000
002120*    EMPMNT CHANGE ON THE PENDCHG PENDING-CHANGE FILE THAT   *    00212000
002130*    IS EFFECTIVE IN THAT PERIOD OR EARLIER (OR IS UNDATED)  *    00213000
002140*    IS APPLIED TO EMPMSTR AND DROPPED FROM THE FILE;        *    00214000
002150*    CHANGES STILL AWAITING APPROVAL ARE LISTED AND KEPT.    *    00215000
002170*    SSN AND ADDRESS CHANGES (GROUPS X, A, B, G) ARE APPLIED *    00217000
002190*    THE SAME WAY.                                           *    00219000
002195*    SO IS THE WORKERS COMP CLASS OVERRIDE (GROUP W).        *    00219500
002196*    A STATUS CHANGE FROM T BACK TO A (A REHIRE) APPLIED     *    00219600
002197*    HERE IS ALSO RECORDED ON THE NEWHIRE PENDING FILE FOR   *    00219700
002198*    NHREPORT TO SEND TO THE STATE NEW-HIRE REGISTRY.        *    00219800
002200*                                                            *    00220000
002300**************************************************************    00230000
002400                                                                  00240000
003600     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PERCTL.        00360000
003700     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00370000
003800     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00380000
003810     SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO PENDCHG.       00381000
003820     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00382000
003830         ORGANIZATION IS INDEXED                                  00383000
003840         ACCESS IS RANDOM                                         00384000
003850         RECORD KEY IS EMP-ID-NUMBER.                             00385000
003875     SELECT OPTIONAL NEW-HIRE-FILE ASSIGN TO NEWHIRE.             00387500
003900                                                                  00390000
004000 DATA DIVISION.                                                   00400000
004100 FILE SECTION.                                                    00410000
006100     RECORDING MODE IS F.                                         00610000
006200 01  PRINT-REC.                                                   00620000
006300     10  FILLER                    PIC X(132).                    00630000
006310                                                                  00631000
006320 FD  PENDING-CHANGE-FILE                                          00632000
006330     RECORDING MODE IS F.                                         00633000
006340     COPY PENDCHG.                                                00634000
006350                                                                  00635000
006360 FD  EMPLOYEE-MASTER-FILE.                                        00636000
006370     COPY EMPMSTR.                                                00637000
006375                                                                  00637500
006380 FD  NEW-HIRE-FILE                                                00638000
006385     RECORDING MODE IS F.                                         00638500
006390     COPY NEWHIRE.                                                00639000
006400                                                                  00640000
006500 WORKING-STORAGE SECTION.                                         00650000
006600                                                                  00660000
007700     10  WS-FREQUENCY              PIC X(01) VALUE SPACE.         00770000
007800     10  WS-OVERRIDE               PIC X(01) VALUE SPACE.         00780000
007900     10  WS-PREREQ-OK-FLAG         PIC X(03) VALUE "NO".          00790000
007910     10  REHIRE-COUNT              PIC 9(04) VALUE ZERO.          00791000
007920     10  WS-OLD-STATUS             PIC X(01) VALUE SPACE.         00792000
007930                                                                  00793000
007940 01  WS-REHIRE-LINE.                                              00794000
007950     10  FILLER                    PIC X(28) VALUE                00795000
007960         'REHIRES RECORDED ON NEWHIRE:'.                          00796000
007970     10  RL-COUNT                  PIC ZZZ9.                      00797000
008000                                                                  00800000
008100 01  PERIOD-CONTROL-TABLE.                                        00810000
008200     10  PPC-COUNT                 PIC 9(03) VALUE ZERO.          00820000
008700 01  PPC-SUB                       PIC 9(03) VALUE ZERO.          00870000
008800 01  PPC-EOF-FLAG                  PIC X(03) VALUE 'NO'.          00880000
008900 01  WS-TARGET-SUB                 PIC 9(03) VALUE ZERO.          00890000
008901                                                                  00890100
008902 01  PENDING-CHANGE-TABLE.                                        00890200
008903     10  PT-COUNT                  PIC 9(03) VALUE ZERO.          00890300
008904     10  PT-ITEM                   OCCURS 500 TIMES.              00890400
008905         15  PT-SEQ-NO             PIC 9(06).                     00890500
008906         15  PT-STATUS             PIC X(01).                     00890600
008907         15  PT-EFF-PERIOD         PIC X(06).                     00890700
008908         15  PT-ENTERED-BY         PIC X(08).                     00890800
008909         15  PT-ENTERED-DATE       PIC 9(06).                     00890900
008910         15  PT-APPROVED-BY        PIC X(08).                     00891000
008911         15  PT-APPROVED-DATE      PIC 9(06).                     00891100
008912         15  PT-ID-NUMBER          PIC X(05).                     00891200
008913         15  PT-FIELD-GROUP        PIC X(01).                     00891300
008914         15  PT-NEW-VALUE          PIC X(30).                     00891400
008915         15  PT-REMOVE-FLAG        PIC X(01).                     00891500
008916 01  PT-SUB                        PIC 9(03) VALUE ZERO.          00891600
008918 01  PT-EOF-FLAG                   PIC X(03) VALUE "NO".          00891800
008919 01  PT-DROPPED-COUNT              PIC 9(05) VALUE ZERO.          00891900
008920 01  PT-LAST-SEQ                   PIC 9(06) VALUE ZERO.          00892000
008922                                                                  00892200
008923 01  WS-EFF-SUB                    PIC 9(03) VALUE ZERO.          00892300
008924 01  WS-EFF-DATE                   PIC 9(06) VALUE ZERO.          00892400
008925 01  WS-DUE-FLAG                   PIC X(03) VALUE "NO".          00892500
008926 01  WS-FIELD-GROUP                PIC X(01) VALUE SPACE.         00892600
008927 01  APPLIED-COUNT                 PIC 9(04) VALUE ZERO.          00892700
008928 01  HELD-COUNT                    PIC 9(04) VALUE ZERO.          00892800
008929                                                                  00892900
008930 01  WS-PEND-VALUE                 PIC X(30).                     00893000
008931 01  FILLER REDEFINES WS-PEND-VALUE.                              00893100
008932     10  PV-CHAR                   PIC X(01).                     00893200
008933     10  FILLER                    PIC X(29).                     00893300
008934 01  FILLER REDEFINES WS-PEND-VALUE.                              00893400
008935     10  PV-NUM                    PIC X(02).                     00893500
008936     10  FILLER                    PIC X(28).                     00893600
008937 01  FILLER REDEFINES WS-PEND-VALUE.                              00893700
008938     10  PV-DATE                   PIC X(08).                     00893800
008939     10  FILLER                    PIC X(22).                     00893900
008940 01  FILLER REDEFINES WS-PEND-VALUE.                              00894000
008941     10  PV-AMT                    PIC 9(03)V99.                  00894100
008942     10  FILLER                    PIC X(25).                     00894200
008943 01  FILLER REDEFINES WS-PEND-VALUE.                              00894300
008944     10  PV-DIV                    PIC X(02).                     00894400
008945     10  FILLER                    PIC X(28).                     00894500
008946 01  FILLER REDEFINES WS-PEND-VALUE.                              00894600
008947     10  PV-DEPT                   PIC X(03).                     00894700
008948     10  FILLER                    PIC X(27).                     00894800
008949 01  FILLER REDEFINES WS-PEND-VALUE.                              00894900
008950     10  PV-NAME                   PIC X(11).                     00895000
008951     10  FILLER                    PIC X(19).                     00895100
008952 01  FILLER REDEFINES WS-PEND-VALUE.                              00895200
008953     10  PV-DNAME                  PIC X(20).                     00895300
008954     10  FILLER                    PIC X(10).                     00895400
008955                                                                  00895500
008956 01  WS-PEND-LINE.                                                00895600
008957     10  FILLER                    PIC X(05) VALUE 'CHG #'.       00895700
008958     10  PL-SEQ                    PIC 9(06).                     00895800
008959     10  FILLER                    PIC X(05) VALUE ' EMP '.       00895900
008960     10  PL-ID                     PIC X(05).                     00896000
008961     10  FILLER                    PIC X(04) VALUE ' FG '.        00896100
008962     10  PL-FIELD-GROUP            PIC X(01).                     00896200
008963     10  FILLER                    PIC X(01) VALUE SPACE.         00896300
008964     10  PL-TEXT                   PIC X(23).                     00896400
008965                                                                  00896500
008966 01  WS-PEND-TOTAL-LINE.                                          00896600
008967     10  FILLER                    PIC X(17) VALUE                00896700
008968         'PENDING APPLIED: '.                                     00896800
008969     10  PTL-APPLIED               PIC ZZZ9.                      00896900
008970     10  FILLER                    PIC X(09) VALUE                00897000
008971         '   HELD: '.                                             00897100
008972     10  PTL-HELD                  PIC ZZZ9.                      00897200
008974                                                                  00897400
008976 01  WS-ADDR-VALUE                 PIC X(30).                     00897600
008978 01  FILLER REDEFINES WS-ADDR-VALUE.                              00897800
008980     10  AV-SSN                    PIC X(09).                     00898000
008982     10  FILLER                    PIC X(21).                     00898200
008984 01  FILLER REDEFINES WS-ADDR-VALUE.                              00898400
008986     10  AV-STREET                 PIC X(22).                     00898600
008988     10  FILLER                    PIC X(08).                     00898800
008990 01  FILLER REDEFINES WS-ADDR-VALUE.                              00899000
008992     10  AV-STATE                  PIC X(02).                     00899200
008994     10  AV-ZIP                    PIC X(05).                     00899400
008996     10  AV-ZIP4                   PIC X(04).                     00899600
008998     10  FILLER                    PIC X(19).                     00899800
009000                                                                  00900000
009100 01  PREREQ-JOB-TABLE.                                            00910000
009200     10  PJ-ITEM                   OCCURS 4 TIMES.                00920000
031800             MOVE 'O' TO PR-NEW-STATUS                            03180000
031900             MOVE 'NEXT PERIOD OPENED' TO PR-NOTE                 03190000
032000             PERFORM 690-PRINT-CHANGE-LINE                        03200000
032050             PERFORM 600-APPLY-PENDING-CHANGES                    03205000
032100         END-IF                                                   03210000
032200     ELSE                                                         03220000
032300         MOVE '** LAST PERIOD ON CALENDAR - BUILD NEW YEAR'       03230000
035600         MOVE 'O' TO PPC-T-STATUS (1)                             03560000
035700         PERFORM 980-REWRITE-PERIOD-CONTROL                       03570000
035800         PERFORM 450-PRINT-BUILT-CALENDAR                         03580000
035825         MOVE 1 TO WS-TARGET-SUB                                  03582500
035850         PERFORM 600-APPLY-PENDING-CHANGES                        03585000
035900     END-IF                                                       03590000
036000     .                                                            03600000
036100                                                                  03610000
044700             MOVE 'PERIOD REOPENED BY SUPERVISOR OVERRIDE'        04470000
044800                 TO PR-NOTE                                       04480000
044900             PERFORM 690-PRINT-CHANGE-LINE                        04490000
044925             MOVE 'RUN ROLLBACK TO RESTORE THE PERIOD MASTERS'    04492500
044950                 TO PR-NOTE                                       04495000
044975             PERFORM 700-PRINT-LINE                               04497500
045000             PERFORM 980-REWRITE-PERIOD-CONTROL                   04500000
045100         END-IF                                                   04510000
045200         END-IF                                                   04520000
045300     END-IF                                                       04530000
045400     .                                                            04540000
045500                                                                  04550000
045525 600-APPLY-PENDING-CHANGES.                                       04552500
045550     PERFORM 848-LOAD-PENDING-CHANGES                             04555000
045575     IF PT-DROPPED-COUNT > 0                                      04557500
045600         MOVE '** PENDCHG OVER 500 ENTRIES - NONE APPLIED'        04560000
045625             TO PR-NOTE                                           04562500
045650         PERFORM 700-PRINT-LINE                                   04565000
045675         MOVE 8 TO RETURN-CODE                                    04567500
045700     ELSE                                                         04570000
045725     IF PT-COUNT > 0                                              04572500
045750         OPEN I-O EMPLOYEE-MASTER-FILE                            04575000
045775         OPEN EXTEND NEW-HIRE-FILE                                04577500
045800         MOVE 1 TO PT-SUB                                         04580000
045825         PERFORM 610-CHECK-ONE-PENDING                            04582500
045850           UNTIL PT-SUB > PT-COUNT                                04585000
045875         CLOSE EMPLOYEE-MASTER-FILE                               04587500
045900         CLOSE NEW-HIRE-FILE                                      04590000
045925         PERFORM 983-REWRITE-PENDING-CHANGES                      04592500
045950         MOVE APPLIED-COUNT TO PTL-APPLIED                        04595000
045975         MOVE HELD-COUNT TO PTL-HELD                              04597500
046000         MOVE WS-PEND-TOTAL-LINE TO PR-NOTE                       04600000
046025         PERFORM 700-PRINT-LINE                                   04602500
046050         MOVE REHIRE-COUNT TO RL-COUNT                            04605000
046075         MOVE WS-REHIRE-LINE TO PR-NOTE                           04607500
046100         PERFORM 700-PRINT-LINE                                   04610000
046125     END-IF                                                       04612500
046150     END-IF                                                       04615000
046175     .                                                            04617500
046200                                                                  04620000
046225 610-CHECK-ONE-PENDING.                                           04622500
046250     MOVE "YES" TO WS-DUE-FLAG                                    04625000
046275     IF PT-EFF-PERIOD (PT-SUB) NOT = SPACES                       04627500
046300         MOVE PT-EFF-PERIOD (PT-SUB) TO WS-EFF-DATE               04630000
046325         PERFORM 615-FIND-EFF-PERIOD                              04632500
046350         IF WS-EFF-SUB = 0 OR WS-EFF-SUB > WS-TARGET-SUB          04635000
046375             MOVE "NO" TO WS-DUE-FLAG                             04637500
046400         END-IF                                                   04640000
046425     END-IF                                                       04642500
046450     IF WS-DUE-FLAG = "YES"                                       04645000
046475         MOVE PT-SEQ-NO (PT-SUB) TO PL-SEQ                        04647500
046500         MOVE PT-ID-NUMBER (PT-SUB) TO PL-ID                      04650000
046525         MOVE PT-FIELD-GROUP (PT-SUB) TO PL-FIELD-GROUP           04652500
046550         IF PT-STATUS (PT-SUB) = 'W'                              04655000
046575             ADD 1 TO HELD-COUNT                                  04657500
046600             MOVE '** AWAITING APPROVAL' TO PL-TEXT               04660000
046625         ELSE                                                     04662500
046650             PERFORM 620-APPLY-TO-MASTER                          04665000
046675             MOVE 'Y' TO PT-REMOVE-FLAG (PT-SUB)                  04667500
046700         END-IF                                                   04670000
046725         MOVE WS-PEND-LINE TO PR-NOTE                             04672500
046750         PERFORM 700-PRINT-LINE                                   04675000
046775     END-IF                                                       04677500
046800     ADD 1 TO PT-SUB                                              04680000
046825     .                                                            04682500
046850                                                                  04685000
046875 615-FIND-EFF-PERIOD.                                             04687500
046900     MOVE 0 TO WS-EFF-SUB                                         04690000
046925     MOVE 1 TO PPC-SUB                                            04692500
046950     PERFORM 616-EFF-PERIOD-SCAN                                  04695000
046975       UNTIL WS-EFF-SUB > 0                                       04697500
047000       OR PPC-SUB > PPC-COUNT                                     04700000
047025     .                                                            04702500
047050                                                                  04705000
047075 616-EFF-PERIOD-SCAN.                                             04707500
047100     IF PPC-T-DATE (PPC-SUB) = WS-EFF-DATE                        04710000
047125         MOVE PPC-SUB TO WS-EFF-SUB                               04712500
047150     ELSE                                                         04715000
047175         ADD 1 TO PPC-SUB                                         04717500
047200     END-IF                                                       04720000
047225     .                                                            04722500
047250                                                                  04725000
047275 620-APPLY-TO-MASTER.                                             04727500
047300     MOVE PT-ID-NUMBER (PT-SUB) TO EMP-ID-NUMBER                  04730000
047325     READ EMPLOYEE-MASTER-FILE                                    04732500
047350       INVALID KEY                                                04735000
047375         MOVE '** NOT ON EMPMSTR' TO PL-TEXT                      04737500
047400       NOT INVALID KEY                                            04740000
047425         MOVE PT-FIELD-GROUP (PT-SUB) TO WS-FIELD-GROUP           04742500
047450         MOVE PT-NEW-VALUE (PT-SUB) TO WS-PEND-VALUE              04745000
047475         MOVE EMP-STATUS TO WS-OLD-STATUS                         04747500
047500         PERFORM 630-SET-FIELD                                    04750000
047525         REWRITE EMP-REC                                          04752500
047550         ADD 1 TO APPLIED-COUNT                                   04755000
047575         MOVE 'CHANGE APPLIED' TO PL-TEXT                         04757500
047600         IF WS-OLD-STATUS = 'T' AND EMP-STATUS = 'A'              04760000
047625             PERFORM 640-RECORD-REHIRE                            04762500
047650         END-IF                                                   04765000
047675     END-READ                                                     04767500
047700     .                                                            04770000
047725                                                                  04772500
047750 630-SET-FIELD.                                                   04775000
047775     IF WS-FIELD-GROUP = 'I'                                      04777500
047800         MOVE PV-CHAR TO EMP-MID-INIT                             04780000
047825     ELSE                                                         04782500
047850     IF WS-FIELD-GROUP = 'D'                                      04785000
047875         MOVE PV-NUM TO EMP-DEPENDENTS                            04787500
047900     ELSE                                                         04790000
047925     IF WS-FIELD-GROUP = 'R'                                      04792500
047950         MOVE PV-DATE TO EMP-LAST-RAISE-DATE                      04795000
047975     ELSE                                                         04797500
048000     IF WS-FIELD-GROUP = 'N'                                      04800000
048025         MOVE WS-PEND-VALUE TO EMP-NOTES                          04802500
048050     ELSE                                                         04805000
048075     IF WS-FIELD-GROUP = 'H'                                      04807500
048100         MOVE PV-DATE TO EMP-HIRE-DATE                            04810000
048125     ELSE                                                         04812500
048150     IF WS-FIELD-GROUP = 'S'                                      04815000
048175         MOVE PV-CHAR TO EMP-STATUS                               04817500
048200     ELSE                                                         04820000
048225     IF WS-FIELD-GROUP = 'T'                                      04822500
048250         MOVE PV-DATE TO EMP-TERM-DATE                            04825000
048275     ELSE                                                         04827500
048300         PERFORM 632-SET-PROFILE-FIELD                            04830000
048325     END-IF                                                       04832500
048350     END-IF                                                       04835000
048375     END-IF                                                       04837500
048400     END-IF                                                       04840000
048425     END-IF                                                       04842500
048450     END-IF                                                       04845000
048475     END-IF                                                       04847500
048500     .                                                            04850000
048525                                                                  04852500
048550 632-SET-PROFILE-FIELD.                                           04855000
048575     IF WS-FIELD-GROUP = 'V'                                      04857500
048600         MOVE PV-DIV TO EMP-DIV                                   04860000
048625     ELSE                                                         04862500
048650     IF WS-FIELD-GROUP = 'P'                                      04865000
048675         MOVE PV-DEPT TO EMP-DEPT                                 04867500
048700     ELSE                                                         04870000
048725     IF WS-FIELD-GROUP = 'M'                                      04872500
048750         MOVE PV-DNAME TO EMP-DEPT-NAME                           04875000
048775     ELSE                                                         04877500
048800     IF WS-FIELD-GROUP = 'L'                                      04880000
048825         MOVE PV-NAME TO EMP-LAST-NAME                            04882500
048850     ELSE                                                         04885000
048875     IF WS-FIELD-GROUP = 'F'                                      04887500
048900         MOVE PV-NAME TO EMP-FIRST-NAME                           04890000
048925     ELSE                                                         04892500
048950     IF WS-FIELD-GROUP = 'Y'                                      04895000
048975         MOVE PV-CHAR TO EMP-PAY-TYPE                             04897500
049000     ELSE                                                         04900000
049025     IF WS-FIELD-GROUP = 'C'                                      04902500
049050         MOVE PV-DIV TO EMP-COMPANY                               04905000
049075     ELSE                                                         04907500
049100         PERFORM 636-SET-ADDRESS-FIELD                            04910000
049125     END-IF                                                       04912500
049150     END-IF                                                       04915000
049175     END-IF                                                       04917500
049200     END-IF                                                       04920000
049225     END-IF                                                       04922500
049250     END-IF                                                       04925000
049275     END-IF                                                       04927500
049300     .                                                            04930000
049325                                                                  04932500
049350 634-SET-AMOUNT-FIELD.                                            04935000
049375     IF WS-FIELD-GROUP = 'E'                                      04937500
049400         MOVE PV-AMT TO EMP-RATE                                  04940000
049425     ELSE                                                         04942500
049450     IF WS-FIELD-GROUP = 'U'                                      04945000
049475         MOVE PV-AMT TO EMP-PER-DEDS                              04947500
049500     ELSE                                                         04950000
049525     IF WS-FIELD-GROUP = '1'                                      04952500
049550         MOVE PV-AMT TO EMP-DED-TAX                               04955000
049575     ELSE                                                         04957500
049600     IF WS-FIELD-GROUP = '2'                                      04960000
049625         MOVE PV-AMT TO EMP-DED-INS                               04962500
049650     ELSE                                                         04965000
049675     IF WS-FIELD-GROUP = '3'                                      04967500
049700         MOVE PV-AMT TO EMP-DED-RET                               04970000
049725     ELSE                                                         04972500
049750     IF WS-FIELD-GROUP = '4'                                      04975000
049775         MOVE PV-AMT TO EMP-DED-GARN                              04977500
049800     END-IF                                                       04980000
049825     END-IF                                                       04982500
049850     END-IF                                                       04985000
049875     END-IF                                                       04987500
049900     END-IF                                                       04990000
049925     END-IF                                                       04992500
049950     .                                                            04995000
049975                                                                  04997500
050000 636-SET-ADDRESS-FIELD.                                           05000000
050025     MOVE WS-PEND-VALUE TO WS-ADDR-VALUE                          05002500
050050     IF WS-FIELD-GROUP = 'X'                                      05005000
050075         MOVE AV-SSN TO EMP-SSN                                   05007500
050100     ELSE                                                         05010000
050125     IF WS-FIELD-GROUP = 'A'                                      05012500
050150         MOVE AV-STREET TO EMP-ADDR-STREET                        05015000
050175     ELSE                                                         05017500
050200     IF WS-FIELD-GROUP = 'B'                                      05020000
050225         MOVE AV-STREET TO EMP-ADDR-CITY                          05022500
050250     ELSE                                                         05025000
050275     IF WS-FIELD-GROUP = 'G'                                      05027500
050300         MOVE AV-STATE TO EMP-ADDR-STATE                          05030000
050325         MOVE AV-ZIP TO EMP-ADDR-ZIP                              05032500
050350         MOVE AV-ZIP4 TO EMP-ADDR-ZIP4                            05035000
050375     ELSE                                                         05037500
050400         PERFORM 638-SET-COMP-CLASS                               05040000
050425     END-IF                                                       05042500
050450     END-IF                                                       05045000
050475     END-IF                                                       05047500
050500     END-IF                                                       05050000
050525     .                                                            05052500
050550                                                                  05055000
050575 638-SET-COMP-CLASS.                                              05057500
050600     IF WS-FIELD-GROUP = 'W'                                      05060000
050625         MOVE WS-PEND-VALUE TO EMP-WC-CLASS                       05062500
050650     ELSE                                                         05065000
050675         PERFORM 634-SET-AMOUNT-FIELD                             05067500
050700     END-IF                                                       05070000
050725     .                                                            05072500
050750                                                                  05075000
050775 640-RECORD-REHIRE.                                               05077500
050800     MOVE SPACES TO NH-REC                                        05080000
050825     MOVE EMP-ID-NUMBER TO NH-ID-NUMBER                           05082500
050850     MOVE 'R' TO NH-EVENT                                         05085000
050875     MOVE 'P' TO NH-STATUS                                        05087500
050900     MOVE WS-DATE TO NH-RECORDED-DATE                             05090000
050925     MOVE 'PERCLOSE' TO NH-RECORDED-BY                            05092500
050950     MOVE ZERO TO NH-REPORTED-DATE                                05095000
050975     WRITE NH-REC                                                 05097500
051000     ADD 1 TO REHIRE-COUNT                                        05100000
051025     MOVE 'APPLIED - REHIRE LOGGED' TO PL-TEXT                    05102500
051050     .                                                            05105000
051075                                                                  05107500
051100 690-PRINT-CHANGE-LINE.                                           05110000
051125     ADD 1 TO CHANGE-COUNT                                        05112500
051150     MOVE WS-PP-MM TO WS-FP-MM                                    05115000
051175     MOVE WS-PP-DD TO WS-FP-DD                                    05117500
051200     MOVE WS-PP-YY TO WS-FP-YY                                    05120000
051225     MOVE WS-FMT-PERIOD TO PR-PERIOD                              05122500
051250     PERFORM 700-PRINT-LINE                                       05125000
051275     .                                                            05127500
051300                                                                  05130000
051325 700-PRINT-LINE.                                                  05132500
051350     PERFORM 750-WRITE                                            05135000
051375     IF WS-LINE-COUNT > 50                                        05137500
051400         PERFORM 800-PRINT-HEADINGS                               05140000
051425     END-IF                                                       05142500
051450     .                                                            05145000
051475                                                                  05147500
051500 750-WRITE.                                                       05150000
051525     WRITE PRINT-REC FROM WS-PRINT-REC                            05152500
051550       AFTER ADVANCING WS-SPACING LINES                           05155000
051575     END-WRITE                                                    05157500
051600     ADD WS-SPACING TO WS-LINE-COUNT                              05160000
051625     MOVE 1 TO WS-SPACING                                         05162500
051650     MOVE SPACES TO WS-PRINT-REC                                  05165000
051675     .                                                            05167500
051700                                                                  05170000
051725 800-PRINT-HEADINGS.                                              05172500
051750     ADD 1 TO WS-PAGE                                             05175000
051775     MOVE WS-PAGE TO H-PAGE                                       05177500
051800     WRITE PRINT-REC FROM HEADING-1                               05180000
051825       AFTER ADVANCING PAGE                                       05182500
051850     END-WRITE                                                    05185000
051875     MOVE HEADING-2 TO WS-PRINT-REC                               05187500
051900     MOVE 2 TO WS-SPACING                                         05190000
051925     PERFORM 750-WRITE                                            05192500
051950     MOVE 2 TO WS-SPACING                                         05195000
051975     MOVE 0 TO WS-LINE-COUNT                                      05197500
052000     .                                                            05200000
052025                                                                  05202500
052050 830-READ-FUNCTION-CARD.                                          05205000
052075     OPEN INPUT FUNCTION-CARD-FILE                                05207500
052100     READ FUNCTION-CARD-FILE                                      05210000
052125       AT END                                                     05212500
052150         MOVE "NO" TO WS-CARD-OK-FLAG                             05215000
052175       NOT AT END                                                 05217500
052200         IF (FC-FUNCTION = 'C' OR FC-FUNCTION = 'B'               05220000
052225             OR FC-FUNCTION = 'R')                                05222500
052250           AND FC-PERIOD-END NUMERIC                              05225000
052275           AND FC-PERIOD-END > 0                                  05227500
052300             MOVE "YES" TO WS-CARD-OK-FLAG                        05230000
052325             MOVE FC-FUNCTION TO WS-FUNCTION                      05232500
052350             MOVE FC-PERIOD-END TO WS-PERIOD-END                  05235000
052375             MOVE FC-FREQUENCY TO WS-FREQUENCY                    05237500
052400             MOVE FC-OVERRIDE TO WS-OVERRIDE                      05240000
052425         ELSE                                                     05242500
052450             MOVE "NO" TO WS-CARD-OK-FLAG                         05245000
052475         END-IF                                                   05247500
052500     END-READ                                                     05250000
052525     CLOSE FUNCTION-CARD-FILE                                     05252500
052550     .                                                            05255000
052575                                                                  05257500
052600 847-LOAD-PERIOD-CONTROL.                                         05260000
052625     OPEN INPUT PERIOD-CONTROL-FILE                               05262500
052650     MOVE 'NO' TO PPC-EOF-FLAG                                    05265000
052675     MOVE 0 TO PPC-COUNT                                          05267500
052700     PERFORM UNTIL PPC-EOF-FLAG = 'YES'                           05270000
052725         READ PERIOD-CONTROL-FILE                                 05272500
052750           AT END                                                 05275000
052775             MOVE 'YES' TO PPC-EOF-FLAG                           05277500
052800           NOT AT END                                             05280000
052825             IF PPC-COUNT < 53                                    05282500
052850             ADD 1 TO PPC-COUNT                                   05285000
052875             MOVE PPC-PERIOD-END-DATE TO PPC-T-DATE (PPC-COUNT)   05287500
052900             MOVE PPC-STATUS TO PPC-T-STATUS (PPC-COUNT)          05290000
052925             END-IF                                               05292500
052950         END-READ                                                 05295000
052975     END-PERFORM                                                  05297500
053000     CLOSE PERIOD-CONTROL-FILE                                    05300000
053025     .                                                            05302500
053050                                                                  05305000
053075 848-LOAD-PENDING-CHANGES.                                        05307500
053100     OPEN INPUT PENDING-CHANGE-FILE                               05310000
053125     MOVE "NO" TO PT-EOF-FLAG                                     05312500
053150     MOVE 0 TO PT-COUNT                                           05315000
053175     MOVE 0 TO PT-LAST-SEQ                                        05317500
053200     PERFORM UNTIL PT-EOF-FLAG = "YES"                            05320000
053225         READ PENDING-CHANGE-FILE                                 05322500
053250           AT END                                                 05325000
053275             MOVE "YES" TO PT-EOF-FLAG                            05327500
053300           NOT AT END                                             05330000
053325             IF PC-REC-TYPE = 'H'                                 05332500
053350                 MOVE PC-SEQ-NO TO PT-LAST-SEQ                    05335000
053375             ELSE                                                 05337500
053400             IF PT-COUNT < 500                                    05340000
053425                 PERFORM 849-STORE-PENDING                        05342500
053450             ELSE                                                 05345000
053475                 ADD 1 TO PT-DROPPED-COUNT                        05347500
053500             END-IF                                               05350000
053525             END-IF                                               05352500
053550         END-READ                                                 05355000
053575     END-PERFORM                                                  05357500
053600     CLOSE PENDING-CHANGE-FILE                                    05360000
053625     .                                                            05362500
053650                                                                  05365000
053675 849-STORE-PENDING.                                               05367500
053700     ADD 1 TO PT-COUNT                                            05370000
053725     MOVE PC-SEQ-NO TO PT-SEQ-NO (PT-COUNT)                       05372500
053750     MOVE PC-STATUS TO PT-STATUS (PT-COUNT)                       05375000
053775     MOVE PC-EFF-PERIOD TO PT-EFF-PERIOD (PT-COUNT)               05377500
053800     MOVE PC-ENTERED-BY TO PT-ENTERED-BY (PT-COUNT)               05380000
053825     MOVE PC-ENTERED-DATE TO PT-ENTERED-DATE (PT-COUNT)           05382500
053850     MOVE PC-APPROVED-BY TO PT-APPROVED-BY (PT-COUNT)             05385000
053875     MOVE PC-APPROVED-DATE TO PT-APPROVED-DATE (PT-COUNT)         05387500
053900     MOVE PC-ID-NUMBER TO PT-ID-NUMBER (PT-COUNT)                 05390000
053925     MOVE PC-FIELD-GROUP TO PT-FIELD-GROUP (PT-COUNT)             05392500
053950     MOVE PC-NEW-VALUE TO PT-NEW-VALUE (PT-COUNT)                 05395000
053975     MOVE 'N' TO PT-REMOVE-FLAG (PT-COUNT)                        05397500
054000     IF PC-SEQ-NO > PT-LAST-SEQ                                   05400000
054025         MOVE PC-SEQ-NO TO PT-LAST-SEQ                            05402500
054050     END-IF                                                       05405000
054075     .                                                            05407500
054100                                                                  05410000
054125 850-GET-DATE.                                                    05412500
054150     ACCEPT WS-DATE FROM DATE                                     05415000
054175     MOVE MM TO H-MM                                              05417500
054200     MOVE DD TO H-DD                                              05420000
054225     MOVE YY TO H-YY                                              05422500
054250     ACCEPT WS-TIME FROM TIME                                     05425000
054275     MOVE HH TO H-HH                                              05427500
054300     MOVE MN TO H-MN                                              05430000
054325     .                                                            05432500
054350                                                                  05435000
054500 980-REWRITE-PERIOD-CONTROL.                                      05450000
054600     OPEN OUTPUT PERIOD-CONTROL-FILE                              05460000
054700     MOVE 1 TO PPC-SUB                                            05470000
055800     ADD 1 TO PPC-SUB                                             05580000
055900     .                                                            05590000
056000                                                                  05600000
056002 983-REWRITE-PENDING-CHANGES.                                     05600200
056004     OPEN OUTPUT PENDING-CHANGE-FILE                              05600400
056006     MOVE SPACES TO PC-REC                                        05600600
056008     MOVE 'H' TO PC-REC-TYPE                                      05600800
056010     MOVE PT-LAST-SEQ TO PC-SEQ-NO                                05601000
056012     MOVE 0 TO PC-ENTERED-DATE                                    05601200
056014     MOVE 0 TO PC-APPROVED-DATE                                   05601400
056016     WRITE PC-REC                                                 05601600
056018     MOVE 1 TO PT-SUB                                             05601800
056020     PERFORM 984-WRITE-PENDING                                    05602000
056022       UNTIL PT-SUB > PT-COUNT                                    05602200
056024     CLOSE PENDING-CHANGE-FILE                                    05602400
056026     .                                                            05602600
056028                                                                  05602800
056030 984-WRITE-PENDING.                                               05603000
056032     IF PT-REMOVE-FLAG (PT-SUB) = 'N'                             05603200
056034         MOVE SPACES TO PC-REC                                    05603400
056036         MOVE 'D' TO PC-REC-TYPE                                  05603600
056038         MOVE PT-SEQ-NO (PT-SUB) TO PC-SEQ-NO                     05603800
056040         MOVE PT-STATUS (PT-SUB) TO PC-STATUS                     05604000
056042         MOVE PT-EFF-PERIOD (PT-SUB) TO PC-EFF-PERIOD             05604200
056044         MOVE PT-ENTERED-BY (PT-SUB) TO PC-ENTERED-BY             05604400
056046         MOVE PT-ENTERED-DATE (PT-SUB) TO PC-ENTERED-DATE         05604600
056048         MOVE PT-APPROVED-BY (PT-SUB) TO PC-APPROVED-BY           05604800
056050         MOVE PT-APPROVED-DATE (PT-SUB) TO PC-APPROVED-DATE       05605000
056052         MOVE PT-ID-NUMBER (PT-SUB) TO PC-ID-NUMBER               05605200
056054         MOVE PT-FIELD-GROUP (PT-SUB) TO PC-FIELD-GROUP           05605400
056056         MOVE PT-NEW-VALUE (PT-SUB) TO PC-NEW-VALUE               05605600
056058         WRITE PC-REC                                             05605800
056060     END-IF                                                       05606000
056062     ADD 1 TO PT-SUB                                              05606200
056064     .                                                            05606400
056066                                                                  05606600
056100 985-WRITE-AUDIT-LOG.                                             05610000
056200     OPEN EXTEND AUDIT-FILE                                       05620000
056300     MOVE 'PERCLOSE' TO AUD-PROGRAM                               05630000
