001200*    EMPLOYEES TERMINATED ON THE MASTER WHO STILL HAVE A     *    00120000
001300*    RECORD ON THE CURRENT PAY-FILE, WHICH SHOULD NEVER      *    00130000
001400*    HAPPEN AND OCCASIONALLY DOES.  DIVISION ASSIGNMENT      *    00140000
001425*    COMES FROM THE EMPLOYEE'S LATEST PAYARCH RECORD.        *    00142500
001450*    PAYARCH IS READ IN KEY ORDER, SO EACH EMPLOYEE'S LAST   *    00145000
001475*    RECORD IS THE LATEST.  WHEN ARCHMNT HAS SPLIT THE PRIOR *    00147500
001500*    YEAR OFF, ITS GENERATION MAY BE SUPPLIED AS ARCHGEN AND *    00150000
001525*    IS READ FIRST, SO STAFF WITH NO PAY THIS YEAR STILL     *    00152500
001550*    GET A DIVISION.                                         *    00155000
001600*                                                            *    00160000
001700**************************************************************    00170000
001800                                                                  00180000
003100         ACCESS IS SEQUENTIAL                                     00310000
003200         RECORD KEY IS EMP-ID-NUMBER.                             00320000
003300     SELECT OPTIONAL PAY-FILE      ASSIGN TO MYINFILE.            00330000
003325     SELECT OPTIONAL PAY-ARCHIVE-FILE ASSIGN TO PAYARCH           00332500
003350         ORGANIZATION IS INDEXED                                  00335000
003375         ACCESS IS SEQUENTIAL                                     00337500
003400         RECORD KEY IS AX-KEY.                                    00340000
003425     SELECT OPTIONAL ARCH-GEN-FILE ASSIGN TO ARCHGEN.             00342500
003500     SELECT OPTIONAL HR-CARD-FILE  ASSIGN TO HRCARD.              00350000
003600     SELECT PRINT-FILE             ASSIGN TO MYREPORT.            00360000
003700     SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG.               00370000
004700 01  PAY-REC.                                                     00470000
004800     10  FILLER                    PIC X(102).                    00480000
004900                                                                  00490000
004950 FD  PAY-ARCHIVE-FILE.                                            00495000
005000     COPY ARCHIDX.                                                00500000
005050                                                                  00505000
005100 FD  ARCH-GEN-FILE                                                00510000
005150     RECORDING MODE IS F.                                         00515000
005200     COPY ARCHGEN.                                                00520000
005400                                                                  00540000
005500 FD  HR-CARD-FILE                                                 00550000
005600     RECORDING MODE IS F.                                         00560000
038300     .                                                            03830000
038400                                                                  03840000
038500 842-LOAD-LATEST-DIVISIONS.                                       03850000
038510     OPEN INPUT ARCH-GEN-FILE                                     03851000
038520     MOVE "NO" TO EOF-FLAG                                        03852000
038530     PERFORM UNTIL EOF-FLAG = "YES"                               03853000
038540         READ ARCH-GEN-FILE                                       03854000
038550           AT END                                                 03855000
038560             MOVE "YES" TO EOF-FLAG                               03856000
038570           NOT AT END                                             03857000
038580             IF AG-REC-TYPE = 'D'                                 03858000
038590                 MOVE AG-PAY-DATA TO WS-PAY-REC                   03859000
038600                 PERFORM 844-STASH-LATEST-DIV                     03860000
038610             END-IF                                               03861000
038620         END-READ                                                 03862000
038630     END-PERFORM                                                  03863000
038640     CLOSE ARCH-GEN-FILE                                          03864000
038650     OPEN INPUT PAY-ARCHIVE-FILE                                  03865000
038700     MOVE "NO" TO EOF-FLAG                                        03870000
038800     PERFORM UNTIL EOF-FLAG = "YES"                               03880000
038900         READ PAY-ARCHIVE-FILE NEXT RECORD                        03890000
039000           AT END                                                 03900000
039100             MOVE "YES" TO EOF-FLAG                               03910000
039200           NOT AT END                                             03920000
039250             MOVE AX-PAY-DATA TO WS-PAY-REC                       03925000
039300             PERFORM 844-STASH-LATEST-DIV                         03930000
039400         END-READ                                                 03940000
039500     END-PERFORM                                                  03950000
