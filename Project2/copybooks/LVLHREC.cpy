      ******************************************************************
      *    LVLHREC  --  leave liability history record (40 bytes),
      *    one per department on the sequential LVLIABH file. lvliab
      *    reads last month's valuation from LVLIABH to show the
      *    change and reverse the prior accrual, and writes this
      *    month's valuation to LVLIABHN, which becomes LVLIABH for
      *    the next run.
      *    COPY under an 01-level group, e.g.:
      *        01  LVLIABH-REC.
      *            COPY LVLHREC.
      ******************************************************************
           03  LH-DEPT                  PIC X(4).
           03  LH-HOURS                 PIC 9(7)V99.
           03  LH-AMOUNT                PIC 9(9)V99.
           03  LH-RUN-DATE              PIC 9(8).
           03  FILLER                   PIC X(8)   VALUE SPACES.
