      ******************************************************************
      *    NEW-HIRE PENDING RECORD (NEWHIRE) - ONE PER EMPLOYEE WHO
      *    MUST BE REPORTED TO THE STATE NEW-HIRE REGISTRY.  EMPMNT
      *    ADDS ONE FOR EVERY 'A' ADD ('N' NEW HIRE) AND FOR EVERY
      *    STATUS CHANGE FROM 'T' BACK TO 'A' ('R' REHIRE); PERCLOSE
      *    ADDS THE REHIRE WHEN IT IS THE ONE APPLYING A RELEASED
      *    STATUS CHANGE.  BOTH OPEN THE FILE EXTEND.  NHREPORT
      *    READS IT WEEKLY, SENDS THE PENDING ('P') ENTRIES ON THE
      *    STATE FILE, MARKS THEM SENT ('S') WITH THE DATE AND THE
      *    HIRE DATE REPORTED, AND REWRITES THE FILE.  DATES ARE
      *    YYMMDD EXCEPT NH-HIRE-DATE, WHICH IS YYYYMMDD AS ON
      *    EMPMSTR.
      ******************************************************************
       01  NH-REC.
           10  NH-ID-NUMBER              PIC X(05).
           10  NH-EVENT                  PIC X(01).
           10  NH-STATUS                 PIC X(01).
           10  NH-RECORDED-DATE          PIC 9(06).
           10  NH-RECORDED-BY            PIC X(08).
           10  NH-REPORTED-DATE          PIC 9(06).
           10  NH-HIRE-DATE              PIC X(08).
           10  FILLER                    PIC X(05).
