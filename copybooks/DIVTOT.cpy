      *    610-PRINT-DIV-TOTALS, ONE RECORD PER DIVISION, SO A
      *    DOWNSTREAM JOB (DIVCOMP) CAN COMPARE THIS PERIOD'S DIVISION
      *    TOTALS AGAINST A SAVED COPY OF A PRIOR PERIOD'S.
      *    DT-X-SUPP-PAY IS THE DIVISION'S SUPPLEMENTAL EARNINGS, ALSO
      *    BROKEN OUT BY EARNINGS CODE (UNUSED SLOTS ARE SPACES/ZERO)
      *    SO BRKMERGE CAN CARRY THEM INTO THE GLTOTALS EXTRACT.
      ******************************************************************
       01  DT-EXTRACT-REC.
           10  DT-X-DIV                  PIC X(02).
           10  DT-X-EMP-DEDS             PIC S9(05)V99.
           10  DT-X-NET-PAY              PIC S9(05)V99.
           10  DT-X-COMPANY              PIC X(02).
           10  DT-X-SUPP-PAY             PIC S9(05)V99.
           10  DT-X-SUPP-ITEM            OCCURS 10 TIMES.
               15  DT-X-SUPP-CODE        PIC X(04).
               15  DT-X-SUPP-AMT         PIC S9(05)V99.
