000700*    READS THE YEAR-TO-DATE MASTER MAINTAINED BY BREAKS AND    *  00070000
000800*    PRINTS ONE ANNUAL EARNINGS SUMMARY BLOCK PER EMPLOYEE,    *  00080000
000900*    W-2 STYLE, PAGINATED LIKE INFORM'S INTERVIEW SHEET.     *    00090000
000910*    AFTER THE LAST EMPLOYEE A YEAR TOTALS PAGE GIVES THE    *    00091000
000920*    EMPLOYEE COUNT AND THE TOTAL HOURS, REGULAR PAY,        *    00092000
000930*    OVERTIME PAY, WAGES (REGULAR PLUS OVERTIME), DEDUCTIONS *    00093000
000940*    AND NET PAY.  EFW2GEN PROVES ITS WAGE FILE AGAINST      *    00094000
000950*    THESE FIGURES.                                          *    00095000
001000*                                                            *    00100000
001100**************************************************************    00110000
001200                                                                  00120000
004600     10  WS-RPT-DEDS           PIC S9(07)V99.                     00460000
004610     10  WS-RPT-NET-PAY        PIC S9(07)V99.                     00461000
004640     10  WS-WRITE-COUNT            PIC 9(07) VALUE ZERO.          00464000
004642                                                                  00464200
004644 01  YEAR-TOTALS.                                                 00464400
004646     10  YT-EMP-COUNT          PIC 9(05) VALUE ZERO.              00464600
004648     10  YT-HR-USED            PIC S9(07)V9 VALUE ZERO.           00464800
004650     10  YT-REG-PAY            PIC S9(09)V99 VALUE ZERO.          00465000
004652     10  YT-OT-PAY             PIC S9(09)V99 VALUE ZERO.          00465200
004654     10  YT-WAGES              PIC S9(09)V99 VALUE ZERO.          00465400
004656     10  YT-DEDS               PIC S9(09)V99 VALUE ZERO.          00465600
004658     10  YT-NET-PAY            PIC S9(09)V99 VALUE ZERO.          00465800
004670                                                                  00467000
004700 01  WS-REC-COUNT-LINE.                                           00470000
004800     10  FILLER                PIC X(14) VALUE                    00480000
005700     10  FILLER                PIC X(01).                         00570000
005800     10  PR-DOLLAR             PIC Z,ZZZ,ZZ9.99CR.                00580000
005900     10  FILLER                PIC X(62).                         00590000
005905                                                                  00590500
005910 01  WS-YEAR-TOTAL-LINE.                                          00591000
005915     10  YTL-TITLES            PIC X(25) JUSTIFIED RIGHT.         00591500
005920     10  FILLER                PIC X(03).                         00592000
005925     10  YTL-COUNT             PIC ZZ,ZZ9.                        00592500
005930     10  FILLER                PIC X(02).                         00593000
005935     10  YTL-HOURS             PIC Z,ZZZ,ZZ9.9.                   00593500
005940     10  FILLER                PIC X(02).                         00594000
005945     10  YTL-DOLLAR            PIC ZZZ,ZZZ,ZZ9.99CR.              00594500
005950     10  FILLER                PIC X(67).                         00595000
006000                                                                  00600000
006100 01  WS-DATE.                                                     00610000
006200     10  YY                    PIC 9(02).                         00620000
010500     PERFORM 300-PROCESS-DATA                                     01050000
010600       UNTIL EOF-FLAG = "YES"                                     01060000
010700     PERFORM 900-PRINT-REC-COUNT                                  01070000
010725     PERFORM 910-PRINT-YEAR-TOTALS                                01072500
010750     IF WS-HISTORY-MODE-FLAG = 'YES'                              01075000
010760         CLOSE YTD-HISTORY-FILE                                   01076000
010770     ELSE                                                         01077000
027054     MOVE 'NET PAY:' TO PR-TITLES                                 02705400
027398     MOVE WS-RPT-NET-PAY TO PR-DOLLAR                             02739800
027742     PERFORM 700-PRINT-LINE                                       02774200
027842     PERFORM 310-ADD-YEAR-TOTALS                                  02784200
028086     PERFORM 100-READ-INPUT                                       02808600
028430     .                                                            02843000
028455                                                                  02845500
028480 310-ADD-YEAR-TOTALS.                                             02848000
028505     ADD 1 TO YT-EMP-COUNT                                        02850500
028530     ADD WS-RPT-HR-USED TO YT-HR-USED                             02853000
028555     ADD WS-RPT-REG-PAY TO YT-REG-PAY                             02855500
028580     ADD WS-RPT-OT-PAY TO YT-OT-PAY                               02858000
028605     ADD WS-RPT-REG-PAY WS-RPT-OT-PAY TO YT-WAGES                 02860500
028630     ADD WS-RPT-DEDS TO YT-DEDS                                   02863000
028655     ADD WS-RPT-NET-PAY TO YT-NET-PAY                             02865500
028680     .                                                            02868000
028774                                                                  02877400
029118 700-PRINT-LINE.                                                  02911800
029462     PERFORM 750-WRITE                                            02946200
036736     MOVE WS-REC-COUNT-ED TO PR-TEXT                              03673600
036902     PERFORM 700-PRINT-LINE                                       03690200
037068     .                                                            03706800
037072                                                                  03707200
037076 910-PRINT-YEAR-TOTALS.                                           03707600
037080     PERFORM 800-PRINT-HEADINGS                                   03708000
037084     IF WS-HISTORY-MODE-FLAG = 'YES'                              03708400
037088         MOVE 'YEAR TOTALS:' TO PR-TITLES                         03708800
037092         MOVE WS-REPORT-YEAR TO PR-TEXT                           03709200
037096     ELSE                                                         03709600
037100         MOVE 'YEAR-TO-DATE TOTALS:' TO PR-TITLES                 03710000
037104     END-IF                                                       03710400
037108     PERFORM 700-PRINT-LINE                                       03710800
037112     MOVE SPACES TO WS-YEAR-TOTAL-LINE                            03711200
037116     MOVE 'EMPLOYEES:' TO YTL-TITLES                              03711600
037120     MOVE YT-EMP-COUNT TO YTL-COUNT                               03712000
037124     PERFORM 915-PRINT-TOTAL-LINE                                 03712400
037128     MOVE 'TOTAL HOURS:' TO YTL-TITLES                            03712800
037132     MOVE YT-HR-USED TO YTL-HOURS                                 03713200
037136     PERFORM 915-PRINT-TOTAL-LINE                                 03713600
037140     MOVE 'REGULAR PAY:' TO YTL-TITLES                            03714000
037144     MOVE YT-REG-PAY TO YTL-DOLLAR                                03714400
037148     PERFORM 915-PRINT-TOTAL-LINE                                 03714800
037152     MOVE 'OVERTIME PAY:' TO YTL-TITLES                           03715200
037156     MOVE YT-OT-PAY TO YTL-DOLLAR                                 03715600
037160     PERFORM 915-PRINT-TOTAL-LINE                                 03716000
037164     MOVE 'TOTAL WAGES:' TO YTL-TITLES                            03716400
037168     MOVE YT-WAGES TO YTL-DOLLAR                                  03716800
037172     PERFORM 915-PRINT-TOTAL-LINE                                 03717200
037176     MOVE 'DEDUCTIONS:' TO YTL-TITLES                             03717600
037180     MOVE YT-DEDS TO YTL-DOLLAR                                   03718000
037184     PERFORM 915-PRINT-TOTAL-LINE                                 03718400
037188     MOVE 'NET PAY:' TO YTL-TITLES                                03718800
037192     MOVE YT-NET-PAY TO YTL-DOLLAR                                03719200
037196     PERFORM 915-PRINT-TOTAL-LINE                                 03719600
037200     .                                                            03720000
037204                                                                  03720400
037208 915-PRINT-TOTAL-LINE.                                            03720800
037212     MOVE WS-YEAR-TOTAL-LINE TO WS-PRINT-REC                      03721200
037216     PERFORM 700-PRINT-LINE                                       03721600
037220     MOVE SPACES TO WS-YEAR-TOTAL-LINE                            03722000
037224     .                                                            03722400
037234                                                                  03723400
037400 850-GET-DATE.                                                    03740000
037566     ACCEPT WS-DATE FROM DATE                                     03756600
