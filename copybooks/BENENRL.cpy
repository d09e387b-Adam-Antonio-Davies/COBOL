      ******************************************************************
      *    BENEFIT ENROLLMENT RECORD - ONE PER EMPLOYEE PER PLAN
      *    ELECTION, GIVING THE BENPLAN PLAN AND TIER AND THE
      *    COVERAGE DATES.  THE DATES ARE KEYED YYYYMMDD LIKE THE
      *    EMPMSTR DATE FIELDS SO THEY COMPARE AS STRINGS IN DATE
      *    ORDER; BE-END-DATE IS SPACES WHILE COVERAGE IS OPEN.  A
      *    COVERAGE IS IN FORCE FOR A PAY PERIOD WHEN THE PERIOD-END
      *    DATE FALLS ON OR BETWEEN THE TWO DATES.  AN EMPLOYEE MAY
      *    HAVE SEVERAL ROWS (MEDICAL, DENTAL, A TIER CHANGE), AND
      *    TIMECLK WITHHOLDS THE SUM OF THE EMPLOYEE PREMIUMS OF
      *    EVERY COVERAGE IN FORCE AS PAY-DED-INS.
      ******************************************************************
       01  BE-REC.
           10  BE-ID-NUMBER              PIC X(05).
           10  BE-PLAN                   PIC X(04).
           10  BE-TIER                   PIC X(02).
           10  BE-START-DATE             PIC X(08).
           10  BE-END-DATE               PIC X(08).
           10  FILLER                    PIC X(13).
