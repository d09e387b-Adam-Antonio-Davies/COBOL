      ******************************************************************
      *    PAY DETAIL ARCHIVE RECORD (PAYARCH) - INDEXED, RECORD KEY
      *    AX-KEY.  PAYVAR ADDS EVERY PAY-FILE RECORD AND OFFCYCLE
      *    EVERY OFF-CYCLE PAYMENT.  ARCHMNT MOVES EACH YEAR OUT TO
      *    ITS OWN YEARLY GENERATION FILE (ARCHGEN) ONCE YEAREND HAS
      *    CLOSED IT, SO THIS FILE HOLDS THE CURRENT YEAR (AND A
      *    CLOSED YEAR UNTIL IT HAS BEEN SPLIT OFF).  THE KEY IS THE
      *    EMPLOYEE NUMBER, THE PERIOD END AS YYMMDD SO ONE
      *    EMPLOYEE'S RECORDS READ IN DATE ORDER, AND A SEQUENCE
      *    NUMBER THAT KEEPS SEVERAL RECORDS FOR THE SAME EMPLOYEE
      *    AND PERIOD APART (ADJUSTMENTS, OFF-CYCLE CHECKS) - THE
      *    WRITER TAKES THE NEXT ONE FREE.  STUBDUP AND RETROGEN
      *    START ON THE KEY; THE YEAR REPORTS AND WAGEACCR READ IT
      *    IN KEY ORDER.  AX-PAY-DATA IS THE 102-BYTE PAY RECORD AS IT
      *    WAS PAID.
      ******************************************************************
       01  AX-REC.
           10  AX-KEY.
               15  AX-ID-NUMBER          PIC X(05).
               15  AX-PERIOD-YMD         PIC 9(06).
               15  AX-SEQ                PIC 9(03).
           10  AX-PAY-DATA               PIC X(102).
