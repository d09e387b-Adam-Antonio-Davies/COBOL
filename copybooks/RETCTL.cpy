      ******************************************************************
      *    RETIREMENT PLAN CONTROL CARD - ONE RECORD, IN THE STYLE OF
      *    THE ERCOST AND OTRULES FILES.  RL-ANNUAL-LIMIT IS THE
      *    EMPLOYEE'S ANNUAL ELECTIVE DEFERRAL LIMIT RETLIMIT
      *    ENFORCES; RL-PLAN-NUMBER IS THE RECORDKEEPER'S PLAN NUMBER
      *    RETCONT PUTS ON THE CONTRIBUTION FILE.  IF THE FILE IS
      *    ABSENT OR EMPTY, RETLIMIT FALLS BACK TO THE COMPILED LIMIT
      *    AND RETCONT SENDS A BLANK PLAN NUMBER WITH RC 4.
      ******************************************************************
       01  RL-REC.
           10  RL-ANNUAL-LIMIT           PIC 9(05)V99.
           10  RL-PLAN-NUMBER            PIC X(06).
           10  FILLER                    PIC X(67).
