      ******************************************************************
      *    BENEFIT PLAN MASTER RECORD - ONE PER PLAN AND COVERAGE TIER
      *    (BP-TIER 'EE' = EMPLOYEE ONLY, 'ES' = EMPLOYEE + SPOUSE,
      *    'EC' = EMPLOYEE + CHILDREN, 'FA' = FAMILY).  GIVES THE
      *    PER-PAY-PERIOD PREMIUM SPLIT:  BP-EE-PREMIUM IS WITHHELD
      *    FROM THE EMPLOYEE'S PAY, BP-ER-PREMIUM IS THE SHARE THE
      *    COMPANY PAYS ON TOP.  THE CARRIER BILLS THE SUM OF THE TWO.
      *    SAME PATTERN AS THE OTRULES AND EARNCODE CONTROL FILES:
      *    LOADED INTO A TABLE AT START-UP AND CHANGED BETWEEN RUNS
      *    WITHOUT A RECOMPILE.
      ******************************************************************
       01  BP-REC.
           10  BP-PLAN                   PIC X(04).
           10  BP-TIER                   PIC X(02).
           10  BP-DESC                   PIC X(20).
           10  BP-EE-PREMIUM             PIC 9(03)V99.
           10  BP-ER-PREMIUM             PIC 9(03)V99.
           10  FILLER                    PIC X(04).
