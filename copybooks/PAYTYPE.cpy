      ******************************************************************
      *    PAY-TYPE CONTROL RECORD - ONE PER PAY-PAY-TYPE CODE THE
      *    PAY FILE MAY CARRY.  PTC-METHOD SAYS HOW GROSS IS FIGURED:
      *      'F'  FLAT AMOUNT - PAY-EMP-RATE IS THE PERIOD'S PAY
      *           (SALARY, COMMISSION).
      *      'H'  RATE TIMES HOURS - PAY-HOURS-WORKED ARE HOURS.
      *      'U'  RATE TIMES UNITS - PAY-HOURS-WORKED CARRIES THE
      *           PIECES OR UNITS PRODUCED, PAY-EMP-RATE THE PIECE
      *           RATE.
      *      'D'  RATE TIMES DAYS - PAY-HOURS-WORKED CARRIES THE DAYS
      *           WORKED, PAY-EMP-RATE THE DAILY RATE.
      *    PTC-OT-FLAG 'Y' PAYS THE QUANTITY OVER THE OTRULES THRESHOLD
      *    (OR TIMECLK'S WORKWEEK OT) AT THE OT MULTIPLIER; ANY OTHER
      *    VALUE PAYS IT ALL AT STRAIGHT RATE.  A FLAT TYPE HAS NO OT.
      *    PAYEDIT REJECTS A PAY TYPE THAT IS NOT ON THIS FILE, AND
      *    EVERY PROGRAM THAT FIGURES GROSS LOADS IT AT START-UP.  IF
      *    THE FILE DOES NOT EXIST OR IS EMPTY THE PROGRAMS FALL BACK
      *    TO THE STANDARD TWO TYPES:  'S' FLAT AND 'H' HOURLY WITH OT.
      *    UP TO 20 TYPES ARE HELD.  OFFCYCLE WRITES ITS PAYMENTS AS
      *    TYPE 'S' WITH THE GROSS IN THE RATE, SO 'S' MUST STAY FLAT.
      ******************************************************************
       01  PTC-REC.
           10  PTC-CODE                  PIC X(01).
           10  PTC-METHOD                PIC X(01).
           10  PTC-OT-FLAG               PIC X(01).
           10  PTC-DESC                  PIC X(20).
           10  FILLER                    PIC X(17).
