      ******************************************************************
      *    TCARDREC  --  edited timecard record (40 bytes), one per
      *    employee on the sequential TIMECARD file. Written by
      *    tcedit, which folds every accepted TIMECARD-IN earnings
      *    line for the employee into one record; read by payreg.
      *    TC-HOURS is the total of the hours by earnings code, held
      *    in EARNCODE table order: regular, overtime, vacation,
      *    sick, holiday. TC-EARN-HOURS gives the same hours as a
      *    table for subscripting by the EARNCODE entry.
      *    COPY under an 01-level group, e.g.:
      *        01  TIMECARD-REC.
      *            COPY TCARDREC.
      ******************************************************************
           03  TC-EMPID                 PIC X(7).
           03  TC-HOURS                 PIC 9(3)V99.
           03  TC-EARN-GROUP.
               05  TC-REG-HOURS         PIC 9(3)V99.
               05  TC-OT-HOURS          PIC 9(3)V99.
               05  TC-VAC-HOURS         PIC 9(3)V99.
               05  TC-SICK-HOURS        PIC 9(3)V99.
               05  TC-HOL-HOURS         PIC 9(3)V99.
           03  TC-EARN-TABLE REDEFINES TC-EARN-GROUP.
               05  TC-EARN-HOURS        PIC 9(3)V99 OCCURS 5 TIMES.
           03  FILLER                   PIC X(3)   VALUE SPACES.
