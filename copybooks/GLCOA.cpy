      *    CHART-OF-ACCOUNTS CONTROL RECORD - ONE PER JOURNAL LINE
      *    GLFEED PRODUCES, KEYED BY THE INTERNAL LINE CODE:
      *    'REG ' REGULAR WAGES, 'OT  ' OVERTIME WAGES, 'DED '
      *    DEDUCTIONS PAYABLE, 'NET ' NET PAY PAYABLE, 'SUPP'
      *    SUPPLEMENTAL EARNINGS (DEFAULT 600300, USED FOR A CODE
      *    WHOSE EARNCODE ROW NAMES NO ACCOUNT).  CARRIES THE
      *    GL ACCOUNT NUMBER, DESCRIPTION, AND DR/CR SIDE SO
      *    ACCOUNTING CAN RENUMBER ACCOUNTS BETWEEN RUNS WITHOUT A
      *    RECOMPILE, SAME PATTERN AS THE OTRULES FILE.  IF THE FILE
      *    IS ABSENT OR A CODE IS MISSING, GLFEED FALLS BACK TO THE
      *    LONG-STANDING COMPILED ACCOUNTS.
      *    WAGEACCR READS THE SAME FILE FOR ITS MONTH-END ACCRUAL:
      *    'REG ' AND 'OT  ' FOR THE EXPENSE SIDE AND 'ACWG' ACCRUED
      *    WAGES PAYABLE (DEFAULT 210400) FOR THE LIABILITY.
      ******************************************************************
       01  COA-REC.
           10  COA-CODE                  PIC X(04).
