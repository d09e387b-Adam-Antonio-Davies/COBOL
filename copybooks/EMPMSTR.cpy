      *    STANDING PER-PERIOD DEDUCTION AMOUNTS) SO TIMECLK CAN
      *    BUILD A COMPLETE PAYROLL EXTRACT RECORD FROM RAW TIME
      *    PUNCHES WITHOUT ANY KEYING.  MAINTAINED BY THE EMPMNT
      *    TRANSACTION JOB.  THE SOCIAL SECURITY NUMBER AND MAILING
      *    ADDRESS AT THE END OF THE RECORD FEED THE YEAR-END EFW2
      *    WAGE FILE; THE SSN IS NINE DIGITS WITH NO DASHES AND THE
      *    ZIP+4 EXTENSION IS SPACES WHEN UNKNOWN.  EMP-WC-CLASS IS
      *    AN OPTIONAL WORKERS' COMP CLASS CODE THAT OVERRIDES THE
      *    DIVISION/DEPARTMENT MAPPING ON THE WCCLASS CONTROL FILE
      *    (SPACES = USE THE MAPPING); EMPMNT GROUP W SETS IT AND
      *    WCPREM READS IT.
      ******************************************************************
       01  EMP-REC.
           10  EMP-ID-NUMBER             PIC X(05).
           10  EMP-DED-RET               PIC 9(03)V99.
           10  EMP-DED-GARN              PIC 9(03)V99.
           10  EMP-COMPANY               PIC X(02).
           10  EMP-SSN                   PIC X(09).
           10  EMP-ADDRESS.
               15  EMP-ADDR-STREET       PIC X(22).
               15  EMP-ADDR-CITY         PIC X(22).
               15  EMP-ADDR-STATE        PIC X(02).
               15  EMP-ADDR-ZIP          PIC X(05).
               15  EMP-ADDR-ZIP4         PIC X(04).
           10  EMP-WC-CLASS              PIC X(04).
