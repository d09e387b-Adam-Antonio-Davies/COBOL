      *      'NETPAY  '  BREAKS   - FINAL NET PAY TOTAL
      *      'PAYOUT  '  PAYNET   - CHECK AMOUNT PLUS ACH AMOUNT
      *      'GLNET   '  GLFEED   - NET PAY JOURNAL LINE TOTAL
      *      'OFFPOST '  OFFCYCLE - OFF-CYCLE NET PAY POSTED
      *      'OFFCHECK'  OFFCYCLE - OFF-CYCLE CHECKS WRITTEN
      *      'OFFSTOP '  OFFCYCLE - LOST CHECKS STOPPED FOR REPLACEMENT
      *    WHERE SEVERAL RECORDS EXIST FOR THE SAME LEG AND PERIOD
      *    (A RERUN), BALRPT USES THE LAST ONE WRITTEN.
      ******************************************************************
