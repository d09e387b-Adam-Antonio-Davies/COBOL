      *    THE EMPLOYEE IS PAID BY CHECK UNTIL A CORRECTION COMES
      *    THROUGH.  THE EMPLOYEE IS PAID BY CHECK UNTIL EVERY
      *    ACCOUNT IS APPROVED.
      *    BM-ACCT-TYPE:  'C' OR ' ' = CHECKING, 'S' = SAVINGS.  IT
      *    PICKS THE NACHA TRANSACTION CODE (22/23 CHECKING, 32/33
      *    SAVINGS) AND IS CORRECTED BY BANKRET FROM A C05/C06
      *    NOTIFICATION OF CHANGE.
      *    BM-CHANGE-DATE (YYMMDD) IS THE DATE THE ROUTING OR ACCOUNT
      *    NUMBER WAS LAST ADDED OR CHANGED - KEYED BY BANK MAINTENANCE
      *    WITH A NEW OR CHANGED ACCOUNT, AND SET BY BANKRET WHEN IT
      *    APPLIES A NOTIFICATION OF CHANGE.  ZEROS MEANS NOT KNOWN.
      *    FRAUDCHK FLAGS A LARGE DEPOSIT TO A RECENTLY CHANGED
      *    ACCOUNT.
      ******************************************************************
       01  BM-REC.
           10  BM-ID-NUMBER              PIC X(05).
           10  BM-SPLIT-AMT              PIC 9(05)V99.
           10  BM-SPLIT-PCT              PIC 9(03)V99.
           10  BM-PRENOTE-STATUS         PIC X(01).
           10  BM-ACCT-TYPE              PIC X(01).
           10  BM-CHANGE-DATE            PIC 9(06).
