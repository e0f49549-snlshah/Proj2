      ******************************************************************
      *    PAYHREC  --  pay history record (150 bytes), one per
      *    employee per pay run, appended to the sequential PAYHIST
      *    file by payreg. PH-GROSS includes any adjustment paid on
      *    the run (PH-ADJ). PH-RETRO-RATE is set by retropay to the
      *    rate the run has since been made good to; zero until then.
      *    PH-PAY-METHOD is D (direct deposit), C (check, with
      *    PH-CHECK-NO) or N (nothing issued - zero net pay).
      *    PH-RUN-TYPE is R (regular run) or O (off-cycle run).
      *    PH-STATUS is V once payvoid has reversed the payment, with
      *    PH-VOID-DATE; blank while the payment stands.
      *    PH-EARN-GROUP carries PH-HOURS split by earnings code, in
      *    EARNCODE table order; payvoid gives back the vacation and
      *    sick hours of a voided payment to LEAVEBAL.
      *    PH-PERIOD (YYYYPP) and PH-CHECK-DATE are the PAYCAL pay
      *    period paid; PH-YEAR and PH-QTR follow the check date.
      *    Read by retropay to work out back-dated rate differences.
      *    COPY under an 01-level group, e.g.:
      *        01  PAYHIST-REC.
      *            COPY PAYHREC.
      ******************************************************************
           03  PH-EMPID                 PIC X(7).
           03  PH-RUN-DATE              PIC 9(8).
           03  PH-DEPT                  PIC X(4).
           03  PH-TYPE                  PIC 9(2).
           03  PH-ST                    PIC X(1).
           03  PH-HOURS                 PIC 9(3)V99.
           03  PH-RATE                  PIC 9(4)V99.
           03  PH-GROSS                 PIC 9(7)V99.
           03  PH-ADJ                   PIC 9(7)V99.
           03  PH-DEDUCT                PIC 9(6)V99.
           03  PH-NET                   PIC 9(7)V99.
           03  PH-YEAR                  PIC 9(4).
           03  PH-QTR                   PIC 9(1).
           03  PH-RETRO-RATE            PIC 9(4)V99.
           03  PH-PAY-METHOD            PIC X(1).
           03  PH-CHECK-NO              PIC 9(8).
           03  PH-RUN-TYPE              PIC X(1).
           03  PH-STATUS                PIC X(1).
           03  PH-VOID-DATE             PIC 9(8).
           03  PH-EARN-GROUP.
               05  PH-REG-HOURS         PIC 9(3)V99.
               05  PH-OT-HOURS          PIC 9(3)V99.
               05  PH-VAC-HOURS         PIC 9(3)V99.
               05  PH-SICK-HOURS        PIC 9(3)V99.
               05  PH-HOL-HOURS         PIC 9(3)V99.
           03  PH-EARN-TABLE REDEFINES PH-EARN-GROUP.
               05  PH-EARN-HOURS        PIC 9(3)V99 OCCURS 5 TIMES.
           03  PH-PERIOD                PIC 9(6).
           03  PH-CHECK-DATE            PIC 9(8).
           03  FILLER                   PIC X(13)  VALUE SPACES.
