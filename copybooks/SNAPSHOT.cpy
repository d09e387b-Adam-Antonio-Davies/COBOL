      ******************************************************************
      *    PRE-POSTING MASTER SNAPSHOT RECORD (SNAPSHOT) - THE BEFORE
      *    IMAGE OF A MASTER FILE, TAKEN BY THE PROGRAM THAT POSTS TO
      *    IT JUST BEFORE IT POSTS A PERIOD:  BREAKS AND BRKMERGE TO
      *    YTDSNAP FOR YTDMSTR, LEAVACC TO LEAVSNAP FOR LEAVEMST, AND
      *    GARNISH TO GARNSNAP FOR GARNMSTR.  AN 'H' HEADER NAMES THE
      *    MASTER, THE PROGRAM AND WHEN IT WAS TAKEN, THEN ONE 'D'
      *    RECORD PER MASTER RECORD IN FILE (KEY) ORDER CARRYING THE
      *    RECORD AS IT STOOD, THEN A 'T' TRAILER WITH THE 'D' COUNT.
      *    EVERY RECORD CARRIES THE PAY-PERIOD-END DATE (MMDDYY) BEING
      *    POSTED.  A SNAPSHOT ALREADY ON FILE FOR THE SAME PERIOD
      *    WITH ITS TRAILER IS KEPT, SO A RESTART OR A RERUN AFTER A
      *    ROLLBACK STILL HOLDS THE IMAGE FROM BEFORE THE FIRST
      *    POSTING.  ROLLBACK RESTORES THE MASTERS FROM THESE FILES
      *    WHEN PERCLOSE HAS REOPENED THE PERIOD.
      ******************************************************************
       01  SN-REC.
           10  SN-REC-TYPE               PIC X(01).
           10  SN-PERIOD-END             PIC 9(06).
           10  SN-IMAGE                  PIC X(80).
           10  SN-HEADER REDEFINES SN-IMAGE.
               15  SN-H-MASTER           PIC X(08).
               15  SN-H-PROGRAM          PIC X(08).
               15  SN-H-TAKEN-DATE       PIC 9(06).
               15  SN-H-TAKEN-TIME       PIC 9(06).
               15  FILLER                PIC X(52).
           10  SN-TRAILER REDEFINES SN-IMAGE.
               15  SN-T-REC-COUNT        PIC 9(07).
               15  FILLER                PIC X(73).
