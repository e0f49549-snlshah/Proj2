      ******************************************************************
      *    PADJREC  --  pay adjustment record (60 bytes) on the
      *    sequential PAYADJ file, one per employee per pay run being
      *    made good. Written by retropay (PA-CODE 'RT', a back-dated
      *    rate difference) and by payvoid (PA-CODE 'VD', an adjustment
      *    on a voided payment put back to be paid again); paid in
      *    the next payreg run, which writes any adjustment it could
      *    not pay to PAYADJN for the following run.
      *    COPY under an 01-level group, e.g.:
      *        01  PAYADJ-REC.
      *            COPY PADJREC.
      ******************************************************************
           03  PA-EMPID                 PIC X(7).
           03  PA-CODE                  PIC X(2).
           03  PA-AMOUNT                PIC 9(6)V99.
           03  PA-RUN-DATE              PIC 9(8).
           03  PA-OLD-RATE              PIC 9(4)V99.
           03  PA-NEW-RATE              PIC 9(4)V99.
           03  PA-EFF-DATE              PIC 9(8).
           03  PA-ENTRY-DATE            PIC 9(8).
           03  FILLER                   PIC X(7)   VALUE SPACES.
