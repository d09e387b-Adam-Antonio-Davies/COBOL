      *    REWRITES EACH EMPLOYEE'S RECORD BY KEY AS IT PROCESSES
      *    PAY-FILE, POSTING AT EACH CHECKPOINT SO A RESTART DOES
      *    NOT POST THE SAME PERIOD TWICE.
      *    BEFORE POSTING A PERIOD BREAKS (OR BRKMERGE ON THE
      *    PARALLEL PATH) COPIES THE FILE TO THE YTDSNAP SNAPSHOT
      *    (SNAPSHOT) FOR ROLLBACK.
      ******************************************************************
       01  YTD-REC.
           10  YTD-ID-NUMBER             PIC X(05).
