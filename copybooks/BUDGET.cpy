      ******************************************************************
      *    LABOR BUDGET RECORD - LOADED BY FINANCE, ONE PER COMPANY,
      *    DIVISION AND DEPARTMENT PER BUDGET PERIOD.  BG-BASIS 'P'
      *    BUDGETS ONE PAY PERIOD, NAMED BY ITS PERCTL PERIOD-END
      *    DATE (MMDDYY) IN BG-PERIOD-END.  BG-BASIS 'M' BUDGETS A
      *    CALENDAR MONTH (BG-MONTH, BG-YEAR); BUDVAR SPREADS IT
      *    EVENLY OVER THE PERCTL PERIODS ENDING IN THAT MONTH.
      *    HOURS AND PAY ARE THE BUDGETED REGULAR-PLUS-OVERTIME HOURS,
      *    REGULAR PAY AND OVERTIME PAY.
      ******************************************************************
       01  BG-REC.
           10  BG-COMPANY                PIC X(02).
           10  BG-DIV                    PIC X(02).
           10  BG-DEPT                   PIC X(03).
           10  BG-BASIS                  PIC X(01).
           10  BG-PERIOD-END             PIC 9(06).
           10  BG-MONTH                  PIC 9(02).
           10  BG-YEAR                   PIC 9(02).
           10  BG-HOURS                  PIC 9(05)V9.
           10  BG-REG-PAY                PIC 9(07)V99.
           10  BG-OT-PAY                 PIC 9(07)V99.
           10  FILLER                    PIC X(38).
