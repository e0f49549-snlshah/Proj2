      ******************************************************************
      *    PCALREC  --  pay calendar record (50 bytes), one per pay
      *    period on the sequential PAYCAL file, kept in period order.
      *    PC-FREQ is W (weekly), B (biweekly), S (semi-monthly) or
      *    M (monthly). PC-STATUS is O for the period open for
      *    payment, C once payreg has closed it after the regular run
      *    (with PC-CLOSE-DATE), blank for a period not yet opened;
      *    closing a period opens the next one. Quarters and the
      *    last-paid date are posted by PC-CHECK-DATE.
      *    COPY under an 01-level group, e.g.:
      *        01  PAYCAL-REC.
      *            COPY PCALREC.
      ******************************************************************
           03  PC-YEAR                  PIC 9(4).
           03  PC-PERIOD                PIC 9(2).
           03  PC-BEGIN-DATE            PIC 9(8).
           03  PC-END-DATE              PIC 9(8).
           03  PC-CHECK-DATE            PIC 9(8).
           03  PC-CHECK-DATE-X REDEFINES PC-CHECK-DATE.
               05  PC-CHECK-YR          PIC 9(4).
               05  PC-CHECK-MON         PIC 9(2).
               05  PC-CHECK-DAY         PIC 9(2).
           03  PC-FREQ                  PIC X(1).
           03  PC-STATUS                PIC X(1).
           03  PC-CLOSE-DATE            PIC 9(8).
           03  FILLER                   PIC X(10)  VALUE SPACES.
