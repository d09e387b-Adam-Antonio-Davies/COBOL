      ******************************************************************
      *    RETIREMENT PLAN RECORDKEEPER CONTRIBUTION RECORD - 80-BYTE
      *    FIXED RECORD WRITTEN BY RETCONT FOR EACH PAY PERIOD.  ONE
      *    'H' HEADER, ONE 'D' DETAIL PER PARTICIPANT PAY RECORD
      *    CARRYING THE EMPLOYEE DEFERRAL (PAY-DED-RET) AND THE
      *    EMPLOYER MATCH, AND ONE 'T' TRAILER WITH THE DETAIL COUNT
      *    AND AMOUNT TOTALS.  DATES ARE YYYYMMDD; AMOUNTS CARRY TWO
      *    IMPLIED DECIMALS.
      ******************************************************************
       01  RK-REC.
           10  RK-REC-TYPE               PIC X(01).
           10  RK-PLAN-NUMBER            PIC X(06).
           10  RK-DETAIL.
               15  RK-SSN                PIC X(09).
               15  RK-ID-NUMBER          PIC X(05).
               15  RK-LAST-NAME          PIC X(11).
               15  RK-FIRST-NAME         PIC X(11).
               15  RK-PERIOD-END         PIC 9(08).
               15  RK-DEFERRAL           PIC 9(05)V99.
               15  RK-MATCH              PIC 9(05)V99.
               15  RK-YTD-DEFERRAL       PIC 9(07)V99.
               15  RK-COMPANY            PIC X(02).
               15  FILLER                PIC X(04).
           10  RK-HEADER REDEFINES RK-DETAIL.
               15  RK-H-PERIOD-END       PIC 9(08).
               15  RK-H-CREATE-DATE      PIC 9(06).
               15  FILLER                PIC X(59).
           10  RK-TRAILER REDEFINES RK-DETAIL.
               15  RK-T-COUNT            PIC 9(07).
               15  RK-T-DEFERRAL         PIC 9(09)V99.
               15  RK-T-MATCH            PIC 9(09)V99.
               15  FILLER                PIC X(44).
