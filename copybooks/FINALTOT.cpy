      *    JOB (GLFEED) CAN PICK UP THE PERIOD'S TOTALS WITHOUT
      *    RE-KEYING THEM AND PRODUCE A SELF-BALANCING JOURNAL PER
      *    COMPANY.  FT-X-COMPANY IS SPACES ON A SINGLE-COMPANY RUN.
      *    FT-X-SUPP-PAY IS THE COMPANY'S SUPPLEMENTAL EARNINGS (ALREADY
      *    IN NET PAY), BROKEN OUT BY EARNINGS CODE SO GLFEED CAN POST
      *    EACH CODE TO ITS OWN EXPENSE ACCOUNT.
      ******************************************************************
       01  FT-EXTRACT-REC.
           10  FT-X-REG-PAY              PIC S9(05)V99.
           10  FT-X-NET-PAY              PIC S9(05)V99.
           10  FT-X-PERIOD-END-DATE      PIC 9(06).
           10  FT-X-COMPANY              PIC X(02).
           10  FT-X-SUPP-PAY             PIC S9(05)V99.
           10  FT-X-SUPP-ITEM            OCCURS 10 TIMES.
               15  FT-X-SUPP-CODE        PIC X(04).
               15  FT-X-SUPP-AMT         PIC S9(05)V99.
