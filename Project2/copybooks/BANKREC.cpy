      ******************************************************************
      *    BANKREC  --  employee direct-deposit account record
      *    (60 bytes), keyed by B-EMPID on the indexed EMPBANK file.
      *    Maintained by bankmnt. B-ACCT-TYPE is C (checking) or
      *    S (savings). B-PRENOTE is P (prenote pending), A (active)
      *    or I (inactive); only active accounts are paid by deposit,
      *    all others are paid by check. payreg sends one zero-dollar
      *    prenote entry for a pending account and stamps
      *    B-PRENOTE-SENT; bankmnt 'V' then marks the account active.
      *    COPY under an 01-level group, e.g.:
      *        01  EMPBANK-REC.
      *            COPY BANKREC.
      ******************************************************************
           03  B-EMPID                  PIC X(7).
           03  B-ROUTING                PIC 9(9).
           03  B-ACCOUNT                PIC X(17).
           03  B-ACCT-TYPE              PIC X(1).
           03  B-PRENOTE                PIC X(1).
           03  B-PRENOTE-DATE           PIC 9(8).
           03  B-PRENOTE-SENT           PIC 9(8).
           03  FILLER                   PIC X(9)   VALUE SPACES.
