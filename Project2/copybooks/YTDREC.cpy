      *    keyed by Y-EMPID on the indexed EMPYTD file. Posted by
      *    payreg each pay run (gross, hours, weeks paid, last-paid
      *    date, with per-quarter buckets) and reported by qtrstmt.
      *    The year, quarter and Y-LAST-PAID follow the PAYCAL check
      *    date of the period paid, Y-LAST-PERIOD its year and period
      *    number (YYYYPP).
      *    COPY under an 01-level group, e.g.:
      *        01  EMPYTD-REC.
      *            COPY YTDREC.
           03  Y-LAST-PAID              PIC 9(8).
           03  Y-QTR-GROSS              PIC 9(8)V99 OCCURS 4 TIMES.
           03  Y-QTR-HOURS              PIC 9(6)V99 OCCURS 4 TIMES.
           03  Y-LAST-PERIOD            PIC 9(6).
           03  FILLER                   PIC X(1)   VALUE SPACES.
