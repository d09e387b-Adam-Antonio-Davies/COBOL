      ******************************************************************
      *    EARNINGS-CODE CONTROL RECORD - ONE PER SUPPLEMENTAL
      *    EARNINGS CODE USED ON THE SUPPEARN FILE.  GIVES THE CODE'S
      *    DESCRIPTION FOR THE REGISTER AND STUBS, THE GL EXPENSE
      *    ACCOUNT GLFEED POSTS IT TO, AND WHETHER IT COUNTS TOWARD
      *    OVERTIME (EC-OT-FLAG 'Y'):  A COUNTING CODE IS SPREAD OVER
      *    THE PERIOD'S HOURS TO RAISE THE REGULAR RATE, AND THE
      *    OVERTIME HOURS ARE PAID THE EXTRA HALF-TIME (OR WHATEVER
      *    THE OTRULES MULTIPLIER ABOVE STRAIGHT TIME IS) ON IT.
      *    SAME PATTERN AS THE OTRULES AND GLCOA FILES; AN EARNINGS
      *    ROW WHOSE CODE IS NOT ON THIS FILE IS NOT PAID.
      ******************************************************************
       01  EC-REC.
           10  EC-CODE                   PIC X(04).
           10  EC-DESC                   PIC X(20).
           10  EC-GL-ACCOUNT             PIC X(06).
           10  EC-OT-FLAG                PIC X(01).
           10  FILLER                    PIC X(09).
