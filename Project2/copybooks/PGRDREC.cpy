      ******************************************************************
      *    PGRDREC  --  pay grade rate range record (60 bytes), keyed
      *    by PG-KEY (I-TYPE plus I-TITLE) on the indexed PAYGRADE
      *    file. Maintained by grademnt. A PG-TITLE of spaces is the
      *    grade for every title of that type; a record for the exact
      *    title, when present, is used first. Rates are in I-RATE
      *    terms: hourly for hourly types, the weekly salary for
      *    salaried types. Enforced by empmaint and rateincr and
      *    reported by comparpt.
      *    COPY under an 01-level group, e.g.:
      *        01  PAYGRADE-REC.
      *            COPY PGRDREC.
      ******************************************************************
           03  PG-KEY.
               05  PG-TYPE              PIC 9(2).
               05  PG-TITLE             PIC X(17).
           03  PG-GRADE                 PIC X(4).
           03  PG-MIN-RATE              PIC 9(4)V99.
           03  PG-MID-RATE              PIC 9(4)V99.
           03  PG-MAX-RATE              PIC 9(4)V99.
           03  PG-UPD-DATE              PIC 9(8).
           03  FILLER                   PIC X(11)  VALUE SPACES.
