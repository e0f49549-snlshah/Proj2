      ******************************************************************
      *    RETROREC  --  retroactive rate change record (50 bytes),
      *    appended to the sequential RETROTRG file by empmaint and
      *    rateincr whenever an I-RATE change is applied with an
      *    effective date earlier than the run date. RT-SOURCE names
      *    the program that applied the change. Read by retropay,
      *    which writes the changes it has not applied to RETROTRGN
      *    for the operator to promote to RETROTRG.
      *    COPY under an 01-level group, e.g.:
      *        01  RETRO-REC.
      *            COPY RETROREC.
      ******************************************************************
           03  RT-EMPID                 PIC X(7).
           03  RT-EFF-DATE              PIC 9(8).
           03  RT-OLD-RATE              PIC 9(4)V99.
           03  RT-NEW-RATE              PIC 9(4)V99.
           03  RT-SOURCE                PIC X(8).
           03  RT-ENTRY-DATE            PIC 9(8).
           03  FILLER                   PIC X(7)   VALUE SPACES.
