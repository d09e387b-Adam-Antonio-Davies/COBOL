      *    ADJUSTMENTS TO THE YTD MASTER AND REPORTS THEM ON A
      *    SEPARATE ADJUSTMENT REGISTER, OUTSIDE THE DIVISION AND
      *    DEPARTMENT CONTROL-BREAK TOTALS.
      *    'O' = OFF-CYCLE PAYMENT, WRITTEN ONLY TO THE PAYARCH
      *    ARCHIVE BY OFFCYCLE AS AN 'S' RECORD WITH THE GROSS IN
      *    PAY-EMP-RATE AND NO HOURS; IT IS ALREADY POSTED TO THE
      *    YTD MASTER, AND PAY-ADJ-PERIOD-DATE IS THE CHECK ISSUE
      *    DATE.  IT NEVER APPEARS ON A PAY-FILE.
      *    PAY-COMPANY IS THE COMPANY CODE, LOGICALLY THE CONTROL
      *    BREAK ABOVE PAY-DIV NOW THAT TWO COMPANIES RUN THROUGH
      *    ONE NIGHTLY CHAIN.  IT IS CARRIED IN THE FORMER FILLER
      *    AT THE END OF THE RECORD SO THE 102-BYTE LENGTH AND ALL
      *    EXISTING FIELD OFFSETS ARE UNCHANGED.  SPACES MEANS THE
      *    ORIGINAL SINGLE COMPANY, SO OLD EXTRACTS STILL RUN.
      *    PAY-WEEK-OT REDEFINES PAY-ADJ-PERIOD-DATE ON A NORMAL
      *    (' ') RECORD ONLY.  TIMECLK SETS PAY-WEEK-OT-IND TO 'W'
      *    ON RECORDS WHOSE PAYTYPE PAYS OVERTIME AND PUTS IN
      *    PAY-WEEK-OT-HRS THE OVERTIME HOURS WORKED OUT WORKWEEK BY
      *    WORKWEEK (OTRULES WEEKLY THRESHOLD) FROM THE PUNCHES.
      *    THE PAY PROGRAMS THEN PAY THOSE HOURS AT THE
      *    OT RATE INSTEAD OF APPLYING THE OT THRESHOLD TO THE
      *    PERIOD TOTAL.  ANY OTHER VALUE (ZEROS ON A KEYED RECORD)
      *    KEEPS THE PERIOD-TOTAL RULE.
      ******************************************************************
       01  WS-PAY-REC.
           10  PAY-DIV                   PIC X(02).
               15  PAY-ADJ-MM            PIC 9(02).
               15  PAY-ADJ-DD            PIC 9(02).
               15  PAY-ADJ-YY            PIC 9(02).
           10  PAY-WEEK-OT REDEFINES PAY-ADJ-PERIOD-DATE.
               15  PAY-WEEK-OT-IND       PIC X(01).
               15  PAY-WEEK-OT-HRS       PIC 9(03)V9.
               15  FILLER                PIC X(01).
           10  PAY-COMPANY               PIC X(02).
