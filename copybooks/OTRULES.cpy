      *    IF THE FILE DOES NOT EXIST OR HAS NO MATCHING OR DEFAULT
      *    RECORD, THE PROGRAMS FALL BACK TO THE STANDARD 40 HOUR /
      *    1.5 RULE.
      *    OTC-THRESHOLD IS THE PERIOD LIMIT:  THE HOURS IN THE WHOLE
      *    PAY PERIOD (THE PERIOD'S STANDARD HOURS) ABOVE WHICH A
      *    RECORD PAYS OVERTIME WHEN IT HAS NO WORKWEEK FIGURE, AND
      *    THE HOURS FINALPAY SPREADS A SALARY OVER.  OTC-WEEK-
      *    THRESHOLD IS THE WORKWEEK LIMIT TIMECLK APPLIES TO EACH
      *    SEVEN-DAY WEEK OF PUNCHES; ONLY TIMECLK READS IT.  A ZERO
      *    OR BLANK WEEKLY THRESHOLD MEANS 40 HOURS.
      ******************************************************************
       01  OTC-REC.
           10  OTC-DIV                   PIC X(02).
           10  OTC-THRESHOLD             PIC 9(04)V9.
           10  OTC-MULTIPLIER            PIC 9(01)V99.
           10  OTC-WEEK-THRESHOLD        PIC 9(04)V9.
