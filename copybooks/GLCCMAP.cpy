      ******************************************************************
      *    COST-CENTER MAPPING CONTROL RECORD - CONVERTS A DIVISION
      *    AND DEPARTMENT TO THE COST-CENTER SEGMENT CARRIED ON EACH
      *    WAGE EXPENSE LINE OF THE GL JOURNAL, ALONGSIDE THE GLCOA
      *    ACCOUNT NUMBER.  LOOKUP ORDER IS THE EXACT DIVISION AND
      *    DEPARTMENT, THEN THE DIVISION WITH CCM-DEPT SPACES, THEN
      *    THE DEFAULT ROW WITH BOTH SPACES, THE SAME FALLBACK AS
      *    OTRULES.  IF THE FILE IS ABSENT OR NO ROW MATCHES, THE
      *    LINE POSTS TO COST CENTER 000000 (UNASSIGNED).
      ******************************************************************
       01  CCM-REC.
           10  CCM-DIV                   PIC X(02).
           10  CCM-DEPT                  PIC X(03).
           10  CCM-COST-CENTER           PIC X(06).
           10  CCM-DESC                  PIC X(20).
