      *    OUTSTANDING, 'P' = PAID (SET BY CHKREC FROM THE BANK'S
      *    MONTHLY PAID-CHECK FILE), 'V' = VOIDED, 'S' = STOP PAY
      *    (BOTH SET BY CHKREC FROM THE VOID/STOP TRANSACTION
      *    FILE; OFFCYCLE ALSO SETS 'S' ON A LOST CHECK WHEN IT
      *    CUTS THE REPLACEMENT).  DATES ARE YYMMDD SO CHKREC CAN
      *    AGE OUTSTANDING ITEMS AND FLAG STALE CHECKS FOR
      *    ESCHEATMENT REVIEW.
      *    CM-ID-NUMBER IS SPACES ON A THIRD-PARTY PAYEE CHECK.
      *    POSPAY SENDS EACH ISSUE AND EACH 'V'/'S' CHANGE TO THE
      *    BANK ONCE, TRACKED ON ITS OWN PPSENT HISTORY FILE.
      ******************************************************************
       01  CM-REC.
           10  CM-CHECK-NO               PIC 9(08).
