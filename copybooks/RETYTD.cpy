      ******************************************************************
      *    RETIREMENT DEFERRAL YEAR-TO-DATE RECORD - ONE PER EMPLOYEE,
      *    KEPT ALONGSIDE THE YTDMSTR MASTER IN ITS OWN INDEXED FILE
      *    WITH RECORD KEY RY-ID-NUMBER.  RETLIMIT POSTS EACH
      *    EMPLOYEE'S PAY-DED-RET FOR THE PERIOD AFTER APPLYING THE
      *    ANNUAL DEFERRAL LIMIT.  RY-LAST-PERIOD AND
      *    RY-PERIOD-DEFERRAL HOLD THE LAST PERIOD POSTED AND THE
      *    AMOUNT IT ADDED, SO A RERUN OF THE SAME PERIOD BACKS THE
      *    EARLIER POSTING OUT INSTEAD OF COUNTING IT TWICE.  A
      *    RECORD WHOSE RY-YEAR IS NOT THE YEAR OF THE PERIOD BEING
      *    RUN STARTS THE NEW YEAR FROM ZERO.
      *    RETCONT READS THE FILE FOR THE YTD DEFERRAL SENT TO THE
      *    PLAN RECORDKEEPER.
      ******************************************************************
       01  RY-REC.
           10  RY-ID-NUMBER              PIC X(05).
           10  RY-YEAR                   PIC 9(02).
           10  RY-YTD-DEFERRAL           PIC S9(07)V99.
           10  RY-LAST-PERIOD            PIC 9(06).
           10  RY-PERIOD-DEFERRAL        PIC S9(05)V99.
