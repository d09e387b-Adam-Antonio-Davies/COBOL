      ******************************************************************
      *    PENDING EMPLOYEE-MASTER CHANGE RECORD.  EMPMNT QUEUES A
      *    FIELD-GROUP CHANGE HERE INSTEAD OF APPLYING IT WHEN THE
      *    TRANSACTION CARRIES A FUTURE EFFECTIVE PAY PERIOD, OR WHEN
      *    IT CHANGES RATE (E), PAY TYPE (Y) OR STATUS (S), WHICH
      *    NEED A SECOND OPERATOR'S APPROVAL CARD.  PC-STATUS:
      *    'W' = WAITING FOR APPROVAL, 'R' = RELEASED (APPROVED OR
      *    NEEDING NO APPROVAL) AND WAITING FOR ITS PERIOD.
      *    PC-EFF-PERIOD IS A PERCTL PERIOD-END DATE (MMDDYY), OR
      *    SPACES FOR "AS SOON AS RELEASED".  PERCLOSE APPLIES EVERY
      *    RELEASED CHANGE WHOSE PERIOD IT OPENS (OR AN EARLIER ONE)
      *    AND DROPS IT FROM THE FILE; AN APPROVAL CARD FOR A CHANGE
      *    ALREADY DUE APPLIES IT IN EMPMNT AT ONCE.  THE FIRST
      *    RECORD IS A 'H' HEADER CARRYING THE LAST CHANGE NUMBER
      *    HANDED OUT, SO NUMBERS ARE NEVER REUSED.  PENDRPT LISTS
      *    THE FILE.
      ******************************************************************
       01  PC-REC.
           10  PC-REC-TYPE               PIC X(01).
           10  PC-SEQ-NO                 PIC 9(06).
           10  PC-STATUS                 PIC X(01).
           10  PC-EFF-PERIOD             PIC X(06).
           10  PC-ENTERED-BY             PIC X(08).
           10  PC-ENTERED-DATE           PIC 9(06).
           10  PC-APPROVED-BY            PIC X(08).
           10  PC-APPROVED-DATE          PIC 9(06).
           10  PC-ID-NUMBER              PIC X(05).
           10  PC-FIELD-GROUP            PIC X(01).
           10  PC-NEW-VALUE              PIC X(30).
           10  FILLER                    PIC X(02).
