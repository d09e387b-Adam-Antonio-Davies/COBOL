      ******************************************************************
      *    INSURANCE CARRIER INVOICE DETAIL RECORD - ONE PER BILLED
      *    MEMBER PER PLAN FOR THE BILLING MONTH, AS RECEIVED FROM THE
      *    CARRIER.  CI-ID-NUMBER IS THE EMPLOYEE NUMBER THE CARRIER
      *    HOLDS AS THE MEMBER ID.  CI-PREMIUM IS THE TOTAL PREMIUM
      *    BILLED FOR THE MONTH (EMPLOYEE AND COMPANY SHARE TOGETHER);
      *    A NEGATIVE PREMIUM IS A CARRIER CREDIT.
      ******************************************************************
       01  CI-REC.
           10  CI-ID-NUMBER              PIC X(05).
           10  CI-PLAN                   PIC X(04).
           10  CI-TIER                   PIC X(02).
           10  CI-PREMIUM                PIC S9(05)V99.
           10  FILLER                    PIC X(22).
