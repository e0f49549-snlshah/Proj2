      ******************************************************************
      *    ARCHREC  --  terminated-employee archive record (136 bytes)
      *    written to EMPARCH by emppurge and read back by empreins.
      *    AR-TYPE names the live file the image in AR-DATA came from:
      *    'E' EMPMAST, 'A' EMPADDR, 'L' LEAVEBAL, 'Y' EMPYTD and
      *    'B' EMPBANK. The EMPMAST image leads each employee's group.
      *    'T' = trailer closing one purge run, carrying the records
      *    archived from each file and the hash total of I-RATE over
      *    the EMPMAST images. AR-PURGE-DATE is the purge run date.
      *    COPY directly under the FD.
      ******************************************************************
       01  ARCH-REC.
           03  AR-TYPE              PIC X(1).
           03  AR-EMPID             PIC X(7).
           03  AR-PURGE-DATE        PIC 9(8).
           03  AR-DATA              PIC X(120).
           03  AR-TRL-DATA REDEFINES AR-DATA.
               05  AR-TRL-EMP       PIC 9(9).
               05  AR-TRL-ADDR      PIC 9(9).
               05  AR-TRL-LEAVE     PIC 9(9).
               05  AR-TRL-YTD       PIC 9(9).
               05  AR-TRL-BANK      PIC 9(9).
               05  AR-TRL-HASH      PIC 9(11)V99.
               05  FILLER           PIC X(62).
