      ******************************************************************
      *    EARNCODE  --  timecard earnings code lookup table. Each
      *    entry is the code keyed on TIMECARD-IN, its description and
      *    the factor applied to I-RATE when the hours are paid.
      *    V and S hours are drawn from the LEAVEBAL vacation and sick
      *    balances. Entry order matches TC-EARN-HOURS in TCARDREC
      *    and PH-EARN-HOURS in PAYHREC.
      *    COPY directly into WORKING-STORAGE SECTION.
      ******************************************************************
       01  EARN-CODE-INIT.
           03  FILLER PIC X(1)    VALUE 'R'.
           03  FILLER PIC X(10)   VALUE 'REGULAR   '.
           03  FILLER PIC 9V99    VALUE 1.00.
           03  FILLER PIC X(1)    VALUE 'O'.
           03  FILLER PIC X(10)   VALUE 'OVERTIME  '.
           03  FILLER PIC 9V99    VALUE 1.50.
           03  FILLER PIC X(1)    VALUE 'V'.
           03  FILLER PIC X(10)   VALUE 'VACATION  '.
           03  FILLER PIC 9V99    VALUE 1.00.
           03  FILLER PIC X(1)    VALUE 'S'.
           03  FILLER PIC X(10)   VALUE 'SICK      '.
           03  FILLER PIC 9V99    VALUE 1.00.
           03  FILLER PIC X(1)    VALUE 'H'.
           03  FILLER PIC X(10)   VALUE 'HOLIDAY   '.
           03  FILLER PIC 9V99    VALUE 1.00.

       01  EARN-CODE-TABLE REDEFINES EARN-CODE-INIT.
           03  EARN-CODE-ENTRY OCCURS 5 TIMES.
               05  EC-CODE          PIC X(1).
               05  EC-DESC          PIC X(10).
               05  EC-FACTOR        PIC 9V99.
