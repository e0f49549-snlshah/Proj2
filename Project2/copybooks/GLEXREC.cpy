      ******************************************************************
      *    GLEXREC  --  general ledger extract record (40 bytes) on
      *    the sequential GLEXTR file written by payreg, on the
      *    GLVOID reversal file written by payvoid, and on the GLLIAB
      *    leave liability accrual written by lvliab. GL-TYPE is D
      *    (department detail), C (offsetting accrual line) or T
      *    (file trailer carrying the batch total). GL-DRCR is D or C.
      *    GL-POST-DATE is the date the entry is booked: the pay
      *    period check date on GLEXTR, the processing date on the
      *    other files. GL-PERIOD is the pay period (YYYYPP) the
      *    entry belongs to, zero when it is not tied to one.
      *    COPY under an 01-level group, e.g.:
      *        01  GLEXT-REC.
      *            COPY GLEXREC.
      ******************************************************************
           03  GL-TYPE                  PIC X(1).
           03  GL-COSTCTR               PIC X(4).
           03  GL-ACCOUNT               PIC X(4).
           03  GL-DRCR                  PIC X(1).
           03  GL-AMOUNT                PIC 9(9)V99.
           03  GL-POST-DATE             PIC 9(8).
           03  GL-PERIOD                PIC 9(6).
           03  FILLER                   PIC X(5).
