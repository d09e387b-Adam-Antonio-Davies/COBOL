      ******************************************************************
      *    YEARLY PAY ARCHIVE GENERATION RECORD (ARCHGEN) - ONE FILE
      *    PER CLOSED YEAR, WRITTEN BY ARCHMNT FROM THE PAYARCH
      *    ARCHIVE AND CATALOGUED UNDER THE YEAR.  AN 'H' HEADER
      *    NAMES THE YEAR, THEN ONE 'D' RECORD PER ARCHIVED PAY
      *    RECORD IN PAYARCH KEY ORDER (EMPLOYEE, PERIOD END), THEN A
      *    'T' TRAILER WITH THE CONTROL TOTALS:  RECORD COUNT, HOURS,
      *    PAY-EMP-RATE AND PAY-EMP-DEDS.  THE SAME TOTALS ARE KEPT
      *    ON THE ARCHCTL RECORD FOR THE YEAR.  A PROGRAM READING A
      *    GENERATION CHECKS THE HEADER YEAR IS THE ONE IT ASKED FOR
      *    AND THAT ITS 'D' COUNT AGREES WITH THE TRAILER.
      ******************************************************************
       01  AG-REC.
           10  AG-REC-TYPE               PIC X(01).
           10  AG-YEAR                   PIC 9(04).
           10  AG-PAY-DATA               PIC X(102).
           10  AG-CONTROL REDEFINES AG-PAY-DATA.
               15  AG-CTL-REC-COUNT      PIC 9(07).
               15  AG-CTL-HOURS          PIC 9(07)V9.
               15  AG-CTL-RATE-TOTAL     PIC 9(09)V99.
               15  AG-CTL-DEDS-TOTAL     PIC 9(09)V99.
               15  AG-CTL-CREATED        PIC 9(08).
               15  FILLER                PIC X(57).
