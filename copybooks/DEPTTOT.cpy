      ******************************************************************
      *    DEPARTMENT-TOTALS EXTRACT RECORD - WRITTEN BY BREAKS AT
      *    620-PRINT-DEPT-TOTALS, ONE RECORD PER DEPARTMENT, UNDER
      *    THE SAME RULES AS THE DIVTOTS EXTRACT (FULL RUNS AND THE
      *    RUNCTL 'D' PARALLEL PATH; THE PARALLEL INSTANCES' FILES
      *    ARE CONCATENATED).  GLFEED SPREADS EACH COMPANY'S REGULAR
      *    AND OVERTIME WAGE EXPENSE OVER THESE RECORDS BY COST
      *    CENTER.  ADJUSTMENT RECORDS AND SUPPLEMENTAL EARNINGS ARE
      *    OUTSIDE THE DEPARTMENT TOTALS, AS ON THE REGISTER, SO THE
      *    COMPANY'S RECORDS FOOT TO ITS GLTOTALS REGULAR AND
      *    OVERTIME PAY.  BUDVAR READS THE YEAR'S KEPT EXTRACTS FOR
      *    ITS BUDGET-VERSUS-ACTUAL HOURS AND PAY.
      ******************************************************************
       01  DP-EXTRACT-REC.
           10  DP-X-COMPANY              PIC X(02).
           10  DP-X-DIV                  PIC X(02).
           10  DP-X-DEPT                 PIC X(03).
           10  DP-X-REG-PAY              PIC S9(05)V99.
           10  DP-X-OT-PAY               PIC S9(05)V99.
           10  DP-X-PERIOD-END-DATE      PIC 9(06).
           10  DP-X-EMP-COUNT            PIC 9(05).
           10  DP-X-HR-USED              PIC S9(04)V9.
