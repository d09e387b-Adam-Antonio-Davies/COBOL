      *    TRANSACTION FILE, AND REWRITES THE BALANCES.  PAYSTUB
      *    READS THIS FILE TO SHOW EACH EMPLOYEE'S LEAVE BALANCES
      *    BESIDE THE YTD FIGURES.
      *    FINALPAY PAYS OUT AND ZEROES LV-VAC-BALANCE WHEN AN
      *    EMPLOYEE IS TERMINATED.
      *    BEFORE POSTING A PERIOD LEAVACC COPIES THE FILE TO THE
      *    LEAVSNAP SNAPSHOT (SNAPSHOT) FOR ROLLBACK.
      ******************************************************************
       01  LV-REC.
           10  LV-ID-NUMBER              PIC X(05).
