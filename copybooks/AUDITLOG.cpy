      *    THE PROGRAM HAS NO PERIOD), RECORDS READ AND WRITTEN, THE
      *    EXCEPTION COUNT, AND THE RETURN-CODE IT SET.  AUDRPT
      *    PRINTS RUN HISTORY FROM THIS FILE FOR A DATE RANGE.
      *    ROLLBACK ALSO APPENDS ONE ENTRY FOR EACH MASTER IT
      *    RESTORED, UNDER THE MASTER'S NAME (YTDMSTR, LEAVEMST,
      *    GARNMSTR), RC 0 WHEN THE RESTORE PROVED.
      ******************************************************************
       01  AUD-REC.
           10  AUD-PROGRAM               PIC X(08).
