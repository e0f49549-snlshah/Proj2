      ******************************************************************
      *    TRNSREC  --  EMPTRANS maintenance transaction record
      *    (116 bytes): TR-CODE 'A'/'C'/'D' plus a full EMPREC image
      *    and TR-EFF-DATE (CCYYMMDD). TR-EFF-DATE of zero or spaces
      *    means apply immediately; a future date parks the
      *    transaction on EMPPEND until pendrel releases it.
      *    TR-RATE-APPR 'Y' means an I-RATE outside the PAYGRADE range
      *    has been approved and is not to be rejected.
      *    COPY under an 01-level group, e.g.:
      *        01  TRANS-REC.
      *            COPY TRNSREC.
           03  TR-CODE                  PIC X(1).
           COPY EMPREC.
           03  TR-EFF-DATE              PIC 9(8).
           03  TR-RATE-APPR             PIC X(1).
