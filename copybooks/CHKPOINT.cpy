      *    RECORD INSTEAD OF FROM RECORD ONE.  HOLDS THE LAST RECORD
      *    NUMBER FULLY POSTED TO TOTALS, THE CONTROL-BREAK KEY IN
      *    EFFECT AT THAT POINT, AND THE IN-FLIGHT FINAL/DIVISION/
      *    DEPARTMENT TOTALS THEMSELVES, INCLUDING THE SUPPLEMENTAL
      *    EARNINGS TOTALS AND THEIR BREAKDOWN BY EARNINGS CODE.
      ******************************************************************
       01  CK-REC.
           10  CK-REC-COUNT              PIC 9(07).
               15  CK-BD-COUNT           PIC 9(02).
               15  CK-BD-ITEM            OCCURS 6 TIMES.
                   20  CK-BD-DIV         PIC X(02).
           10  CK-SUPP-TOTALS.
               15  CK-FT-SUPP-PAY        PIC S9(05)V99.
               15  CK-CO-SUPP-PAY        PIC S9(05)V99.
               15  CK-DT-SUPP-PAY        PIC S9(05)V99.
               15  CK-PT-SUPP-PAY        PIC S9(05)V99.
               15  CK-CO-SUPP-CODES.
                   20  CK-CO-SUPP-ITEM   OCCURS 10 TIMES.
                       25  CK-CO-SUPP-AMT PIC S9(05)V99.
               15  CK-DT-SUPP-CODES.
                   20  CK-DT-SUPP-ITEM   OCCURS 10 TIMES.
                       25  CK-DT-SUPP-AMT PIC S9(05)V99.
