      ******************************************************************
      *    POSBREC  --  department position budget record (60 bytes),
      *    keyed by PB-DEPT (the DEPTREF department code) on the
      *    indexed POSBUDGT file. Maintained by posnmnt. PB-AUTH-HEADS
      *    is the authorized headcount for each I-TYPE (01-10);
      *    PB-BUDGET the annual budgeted salary dollars for the
      *    department. Reported against by posnvar; empmaint warns
      *    when an add takes a department past its authorized heads.
      *    COPY under an 01-level group, e.g.:
      *        01  POSBUDGT-REC.
      *            COPY POSBREC.
      ******************************************************************
           03  PB-DEPT                  PIC X(4).
           03  PB-HEADS-GROUP.
               05  PB-AUTH-HEADS        PIC 9(3)   OCCURS 10 TIMES.
           03  PB-BUDGET                PIC 9(9)V99.
           03  PB-UPD-DATE              PIC 9(8).
           03  FILLER                   PIC X(7)   VALUE SPACES.
