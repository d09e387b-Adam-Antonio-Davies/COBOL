      ******************************************************************
      *    WORKERS' COMPENSATION CLASS CONTROL RECORD (WCCLASS).  TWO
      *    ROW TYPES SHARE THE FILE:
      *      'C'  CLASS ROW - THE INSURER'S RISK CLASS CODE, ITS
      *           RATE PER $100 OF REPORTABLE PAYROLL (FOUR IMPLIED
      *           DECIMALS) AND A DESCRIPTION.
      *      'M'  MAPPING ROW - PUTS A DIVISION AND DEPARTMENT IN A
      *           CLASS.  LOOKUP ORDER IS THE EXACT DIVISION AND
      *           DEPARTMENT, THEN THE DIVISION WITH WCC-DEPT SPACES,
      *           THEN THE DEFAULT ROW WITH BOTH SPACES, THE SAME
      *           FALLBACK AS GLCCMAP.
      *    AN EMPLOYEE WITH EMP-WC-CLASS SET ON EMPMSTR IS CLASSED
      *    THERE INSTEAD OF BY THE MAPPING.  WCPREM READS THE FILE;
      *    A RECORD LEFT WITH NO CLASS, OR A CLASS WITH NO 'C' ROW,
      *    IS LISTED AS AN EXCEPTION AND CARRIES NO PREMIUM.
      ******************************************************************
       01  WCC-REC.
           10  WCC-REC-TYPE              PIC X(01).
           10  WCC-CLASS                 PIC X(04).
           10  WCC-DIV                   PIC X(02).
           10  WCC-DEPT                  PIC X(03).
           10  WCC-RATE                  PIC 9(03)V9999.
           10  WCC-DESC                  PIC X(20).
