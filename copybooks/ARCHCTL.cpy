      ******************************************************************
      *    PAY ARCHIVE CONTROL RECORD (ARCHCTL) - ONE PER YEAR SPLIT
      *    OFF THE PAYARCH ARCHIVE, REWRITTEN BY ARCHMNT ON EVERY
      *    RUN.  STATUS 'G' MEANS THE YEAR IS ON ITS OWN ARCHGEN
      *    GENERATION FILE; 'P' MEANS THE GENERATION HAS BEEN
      *    PURGED UNDER THE RECORDS-RETENTION POLICY.  A YEAR WITH NO
      *    RECORD HERE IS STILL ON PAYARCH.  THE CONTROL TOTALS ARE
      *    THE ONES ON THE GENERATION'S TRAILER.  THE YEAR REPORTS
      *    LOOK THEIR YEAR UP HERE TO KNOW WHETHER TO READ PAYARCH OR
      *    THE YEAR'S GENERATION.  DATES ARE YYYYMMDD.
      ******************************************************************
       01  AY-REC.
           10  AY-YEAR                   PIC 9(04).
           10  AY-STATUS                 PIC X(01).
           10  AY-REC-COUNT              PIC 9(07).
           10  AY-HOURS                  PIC 9(07)V9.
           10  AY-RATE-TOTAL             PIC 9(09)V99.
           10  AY-DEDS-TOTAL             PIC 9(09)V99.
           10  AY-ARCHIVED-DATE          PIC 9(08).
           10  AY-PURGED-DATE            PIC 9(08).
           10  FILLER                    PIC X(22).
