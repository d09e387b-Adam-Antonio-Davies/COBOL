      *    REMAINING BALANCE, FLAGS WITHHOLDING THAT CONTINUES AFTER
      *    EVERY ORDER IS SATISFIED, AND REWRITES THIS FILE WITH THE
      *    UPDATED BALANCES.
      *    BEFORE POSTING A PERIOD GARNISH COPIES THE FILE TO THE
      *    GARNSNAP SNAPSHOT (SNAPSHOT) FOR ROLLBACK.
      ******************************************************************
       01  GO-REC.
           10  GO-ORDER-NO               PIC X(08).
