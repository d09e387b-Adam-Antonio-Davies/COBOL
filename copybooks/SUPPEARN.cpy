      ******************************************************************
      *    SUPPLEMENTAL EARNINGS RECORD - ONE PER EARNINGS ITEM PAID
      *    OUTSIDE HOURS TIMES RATE:  SHIFT DIFFERENTIAL, HOLIDAY PAY,
      *    BONUS, COMMISSION AND THE LIKE.  KEYED BY EMPLOYEE AND PAY
      *    PERIOD (PERCTL PERIOD-END DATE, MMDDYY) AND CARRYING AN
      *    EARNINGS CODE FROM THE EARNCODE CONTROL FILE.  THE FILE
      *    IS BUILT FOR EACH PERIOD WITH THE PERIOD'S PAY FILE; A ROW
      *    WHOSE PERIOD OR EMPLOYEE DOES NOT MATCH A PAY RECORD IS
      *    NOT PAID.  THE PERIOD FILES ARE KEPT, AND STUBDUP READS
      *    THEM CONCATENATED TO REPRINT PAST STATEMENTS.  A
      *    NEGATIVE AMOUNT CORRECTS AN EARLIER ITEM IN THE SAME PERIOD.
      ******************************************************************
       01  SE-REC.
           10  SE-ID-NUMBER              PIC X(05).
           10  SE-PERIOD-END-DATE        PIC 9(06).
           10  SE-EARN-CODE              PIC X(04).
           10  SE-AMOUNT                 PIC S9(05)V99.
           10  FILLER                    PIC X(18).
