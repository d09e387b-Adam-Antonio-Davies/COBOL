001440*    TRUNCATED HERE.  THE ONE-PERIOD COMPARISON COPY FOR     *    00144000
001450*    THE NEXT RUN IS THE SEPARATE PAYPRIOR SNAPSHOT THE      *    00145000
001460*    JCL SAVES FROM THE CURRENT PAY-FILE.                    *    00146000
001485*    THE ARCHIVE IS INDEXED BY EMPLOYEE, PERIOD END AND A    *    00148500
001510*    SEQUENCE NUMBER - EACH RECORD TAKES THE NEXT ONE FREE   *    00151000
001535*    FOR ITS EMPLOYEE AND PERIOD - AND ARCHMNT SPLITS EACH   *    00153500
001560*    CLOSED YEAR OFF TO ITS OWN GENERATION.  A RECORD THAT   *    00156000
001585*    CANNOT BE ADDED IS COUNTED AND SETS RC 4.               *    00158500
001600*                                                            *    00160000
001700**************************************************************    00170000
001800                                                                  00180000
002800 FILE-CONTROL.                                                    00280000
002900     SELECT PAY-FILE               ASSIGN TO MYINFILE.            00290000
003000     SELECT OPTIONAL PRIOR-PAY-FILE ASSIGN TO PAYPRIOR.           00300000
003025     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00302500
003050         ORGANIZATION IS INDEXED                                  00305000
003075         ACCESS IS RANDOM                                         00307500
003100         RECORD KEY IS AX-KEY.                                    00310000
003200     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00320000
003300     SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR       00330000
003400         ORGANIZATION IS INDEXED                                  00340000
004800 01  PRIOR-REC.                                                   00480000
004900     10  FILLER                    PIC X(102).                    00490000
005000                                                                  00500000
005100 FD  PAY-ARCHIVE-FILE.                                            00510000
005200     COPY ARCHIDX.                                                00520000
005500                                                                  00550000
005600 FD  PRINT-FILE                                                   00560000
005700     RECORDING MODE IS F.                                         00570000
007000     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00700000
007100     10  WS-PAGE                   PIC 9(03) VALUE 0.             00710000
007200     10  VAR-COUNT                 PIC 9(05) VALUE ZERO.          00720000
007225     10  ARCH-FAIL-COUNT           PIC 9(05) VALUE ZERO.          00722500
007250     10  WS-AX-WRITTEN-FLAG        PIC X(03) VALUE "NO".          00725000
007300                                                                  00730000
007400 01  WS-HOURS-TOLERANCE            PIC 9(03)V9 VALUE 8.0.         00740000
007500                                                                  00750000
009000 01  EMP-FOUND-FLAG                PIC X(03) VALUE "NO".          00900000
009100                                                                  00910000
009200 01  WS-HOURS-DIFF                 PIC S9(04)V9 VALUE 0.          00920000
009210                                                                  00921000
009220 01  WS-KEY-YYMMDD.                                               00922000
009230     10  WS-KEY-YY                 PIC 9(02).                     00923000
009240     10  WS-KEY-MM                 PIC 9(02).                     00924000
009250     10  WS-KEY-DD                 PIC 9(02).                     00925000
009260 01  WS-KEY-YMD REDEFINES WS-KEY-YYMMDD                           00926000
009270                                   PIC 9(06).                     00927000
009300                                                                  00930000
009400 01  WS-REC-COUNT-LINE.                                           00940000
009500     10  FILLER                    PIC X(14) VALUE                00950000
009870     10  FILLER                    PIC X(22) VALUE                00987000
009880         'PRIOR ROWS NOT LOADED:'.                                00988000
009890     10  WS-LP-DROP-ED             PIC ZZZZ9.                     00989000
009892 01  WS-ARCH-FAIL-LINE.                                           00989200
009894     10  FILLER                    PIC X(22) VALUE                00989400
009896         'ARCHIVE ADDS FAILED:  '.                                00989600
009898     10  WS-ARCH-FAIL-ED           PIC ZZZZ9.                     00989800
009900 01  WS-VAR-COUNT-LINE.                                           00990000
010000     10  FILLER                    PIC X(14) VALUE                01000000
010100         'VARIANCES:    '.                                        01010000
017700                                                                  01770000
017800 010-START-HERE.                                                  01780000
017900     OPEN INPUT PAY-FILE                                          01790000
018000     OPEN I-O PAY-ARCHIVE-FILE                                    01800000
018100     OPEN OUTPUT PRINT-FILE                                       01810000
018200     OPEN INPUT EMPLOYEE-MASTER-FILE                              01820000
018300     PERFORM 845-LOAD-PRIOR-PERIOD                                01830000
019900     ELSE                                                         01990000
020000         IF VAR-COUNT > 0                                         02000000
020050           OR LP-DROPPED-COUNT > 0                                02005000
020075           OR ARCH-FAIL-COUNT > 0                                 02007500
020100             MOVE 4 TO RETURN-CODE                                02010000
020200         END-IF                                                   02020000
020300     END-IF                                                       02030000
021000     END-READ                                                     02100000
021100     ADD 1 TO REC-COUNT.                                          02110000
021200                                                                  02120000
021202 250-WRITE-ARCHIVE.                                               02120200
021204     MOVE PAY-ID-NUMBER TO AX-ID-NUMBER                           02120400
021206     MOVE PAY-PERIOD-END-YY TO WS-KEY-YY                          02120600
021208     MOVE PAY-PERIOD-END-MM TO WS-KEY-MM                          02120800
021210     MOVE PAY-PERIOD-END-DD TO WS-KEY-DD                          02121000
021212     MOVE WS-KEY-YMD TO AX-PERIOD-YMD                             02121200
021214     MOVE 0 TO AX-SEQ                                             02121400
021216     MOVE WS-PAY-REC TO AX-PAY-DATA                               02121600
021218     MOVE "NO" TO WS-AX-WRITTEN-FLAG                              02121800
021220     PERFORM 255-WRITE-NEXT-SEQ                                   02122000
021222       UNTIL WS-AX-WRITTEN-FLAG = "YES"                           02122200
021224       OR AX-SEQ = 999                                            02122400
021226     IF WS-AX-WRITTEN-FLAG = "NO"                                 02122600
021228         ADD 1 TO ARCH-FAIL-COUNT                                 02122800
021230     END-IF                                                       02123000
021232     .                                                            02123200
021234                                                                  02123400
021236 255-WRITE-NEXT-SEQ.                                              02123600
021238     ADD 1 TO AX-SEQ                                              02123800
021240     WRITE AX-REC                                                 02124000
021242       INVALID KEY                                                02124200
021244         MOVE "NO" TO WS-AX-WRITTEN-FLAG                          02124400
021246       NOT INVALID KEY                                            02124600
021248         MOVE "YES" TO WS-AX-WRITTEN-FLAG                         02124800
021250     END-WRITE                                                    02125000
021252     .                                                            02125200
021254                                                                  02125400
021300 300-PROCESS-DATA.                                                02130000
021400     PERFORM 250-WRITE-ARCHIVE                                    02140000
021500     IF PAY-ADJ-IND NOT = 'A' AND PAY-ADJ-IND NOT = 'R'           02150000
021600         PERFORM 400-COMPARE-EMPLOYEE                             02160000
021700     END-IF                                                       02170000
039956         MOVE WS-LP-DROP-LINE TO PR-DETAIL                        03995600
039970         PERFORM 700-PRINT-LINE                                   03997000
039984     END-IF                                                       03998400
039986     IF ARCH-FAIL-COUNT > 0                                       03998600
039988         MOVE SPACES TO WS-PRINT-REC                              03998800
039990         MOVE ARCH-FAIL-COUNT TO WS-ARCH-FAIL-ED                  03999000
039992         MOVE WS-ARCH-FAIL-LINE TO PR-DETAIL                      03999200
039994         PERFORM 700-PRINT-LINE                                   03999400
039996     END-IF                                                       03999600
040000     .                                                            04000000
