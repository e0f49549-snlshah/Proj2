       SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO 'OPEROVRD'
           FILE STATUS IS OVRD-STATUS.

       SELECT OPTIONAL RUNTYPE-FILE ASSIGN TO 'PAYRUNTYP'
           FILE STATUS IS RUNTYPE-STATUS.

       SELECT GLEXTR-FILE  ASSIGN TO 'GLEXTR'.

       SELECT PAYCAL-FILE  ASSIGN TO 'PAYCAL'
           FILE STATUS IS PAYCAL-STATUS.

       SELECT OPTIONAL PERPARM-FILE ASSIGN TO 'PAYPERIOD'
           FILE STATUS IS PERPARM-STATUS.

       SELECT OPTIONAL YTDHIST-FILE ASSIGN TO 'EMPYTDHST'
           FILE STATUS IS YTDH-STATUS.

       SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'PAYHIST'
           FILE STATUS IS PAYH-STATUS.

       SELECT OPTIONAL PAYADJ-FILE ASSIGN TO 'PAYADJ'
           FILE STATUS IS PADJ-STATUS.

       SELECT PAYADJN-FILE ASSIGN TO 'PAYADJN'.

       SELECT EMPBANK-FILE ASSIGN TO 'EMPBANK'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS B-EMPID OF EMPBANK-REC
           FILE STATUS IS EMPB-STATUS.

       SELECT EMPADDR-FILE ASSIGN TO 'EMPADDR'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS A-EMPID OF EMPADDR-REC
           FILE STATUS IS EMPA-STATUS.

       SELECT OPTIONAL BANKPARM-FILE ASSIGN TO 'BANKPARM'
           FILE STATUS IS BANKPARM-STATUS.

       SELECT BANKXFER-FILE ASSIGN TO 'BANKXFER'.

       SELECT OPTIONAL CHECKNO-FILE ASSIGN TO 'CHECKNO'
           FILE STATUS IS CHECKNO-STATUS.

       SELECT PAYCHECK-FILE ASSIGN TO 'PAYCHECK'.

       SELECT CHECKREG-FILE ASSIGN TO 'CHECKREG-PRNT'.

       SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
           FILE STATUS IS LVBAL-STATUS.


       DATA DIVISION.

       LABEL RECORDS ARE STANDARD.

       01  TIMECARD-REC.
           COPY TCARDREC.

       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.
       LABEL RECORDS ARE STANDARD.
       01  OVERRIDE-REC             PIC X(1).

       FD  RUNTYPE-FILE
       LABEL RECORDS ARE STANDARD.
       01  RUNTYPE-REC              PIC X(1).

       FD  YTDHIST-FILE
       LABEL RECORDS ARE STANDARD.
       01  YTDHIST-REC              PIC X(120).

       FD  PAYHIST-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC.
           COPY PAYHREC.

       FD  PAYADJ-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYADJ-REC.
           COPY PADJREC.

       FD  PAYADJN-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYADJN-REC              PIC X(60).

       FD  EMPBANK-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPBANK-REC.
           COPY BANKREC.

       FD  EMPADDR-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPADDR-REC.
           COPY ADDRREC.

       FD  BANKPARM-FILE
       LABEL RECORDS ARE STANDARD.
       01  BANKPARM-REC.
           03  BP-DEST              PIC X(10).
           03  BP-ORIGIN            PIC X(10).
           03  BP-DEST-NAME         PIC X(23).
           03  BP-ORIGIN-NAME       PIC X(23).
           03  BP-COMPANY-NAME      PIC X(16).
           03  BP-COMPANY-ID        PIC X(10).
           03  BP-ODFI              PIC 9(8).

       FD  BANKXFER-FILE
       LABEL RECORDS ARE STANDARD.
       01  BANKXFER-REC             PIC X(94).

       FD  CHECKNO-FILE
       LABEL RECORDS ARE STANDARD.
       01  CHECKNO-REC              PIC 9(8).

       FD  PAYCHECK-FILE
       LABEL RECORDS ARE OMITTED.
       01  PAYCHECK-REC             PIC X(135).

       FD  CHECKREG-FILE
       LABEL RECORDS ARE OMITTED.
       01  CHECKREG-REC             PIC X(135).

       FD  GLEXTR-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.
       01  GLEXT-REC.
           COPY GLEXREC.

       FD  LEAVEBAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC.
           COPY LEAVEREC.

       FD  PAYCAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYCAL-REC.
           COPY PCALREC.

       FD  PERPARM-FILE
       LABEL RECORDS ARE STANDARD.
       01  PERPARM-REC              PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY TYPECODE.
       COPY EARNCODE.

       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  EMPY-STATUS              PIC XX       VALUE '00'.
       01  RUNLOG-STATUS            PIC XX       VALUE '00'.
       01  OVRD-STATUS              PIC XX       VALUE '00'.
       01  RUNTYPE-STATUS           PIC XX       VALUE '00'.
       01  RUN-TYPE                 PIC X        VALUE 'R'.
       01  RUNLOG-NAME              PIC X(8)     VALUE 'PAYREG'.
       01  YTDH-STATUS              PIC XX       VALUE '00'.
       01  PAYH-STATUS              PIC XX       VALUE '00'.
       01  PADJ-STATUS              PIC XX       VALUE '00'.
       01  EOF-T                    PIC 9        VALUE 0.
       01  EOF-L                    PIC 9        VALUE 0.
       01  BATCH-COUNT              PIC 9(6)     VALUE 0.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.

       01  GROSS-PAY                PIC 9(7)V99  VALUE 0.
       01  OT-HOURS                 PIC 9(3)V99  VALUE 0.
       01  GRAND-GROSS              PIC 9(9)V99  VALUE 0.

       01  DEDPARM-STATUS           PIC XX       VALUE '00'.
                                                 VALUE 0.
       01  TYPE-IDX                 PIC 99       VALUE 00.

       01  LVBAL-STATUS             PIC XX       VALUE '00'.
       01  LEAVE-OK-SW              PIC X        VALUE 'Y'.
       01  LEAVE-POST-SW            PIC X        VALUE 'N'.
       01  LEAVE-POST-NUM           PIC 9(4)     VALUE 0.
       01  EARN-IDX                 PIC 9        VALUE 0.
       01  EMP-EARN-TABLE.
           03  EMP-EARN-ENTRY OCCURS 5 TIMES.
               05  EE-HOURS         PIC 9(3)V99.
               05  EE-AMT           PIC 9(7)V99.
       01  EARN-TOTALS.
           03  EARN-TOT-ENTRY OCCURS 5 TIMES.
               05  ET-HOURS         PIC 9(6)V99  VALUE 0.
               05  ET-AMT           PIC 9(9)V99  VALUE 0.

       01  EOF-A                    PIC 9        VALUE 0.
       01  ADJ-COUNT                PIC 9(4)     VALUE 0.
       01  ADJ-IDX                  PIC 9(4)     VALUE 0.
       01  ADJ-PAY                  PIC 9(7)V99  VALUE 0.
       01  ADJ-RUNS                 PIC 9(4)     VALUE 0.
       01  ADJ-PAID-NUM             PIC 9(4)     VALUE 0.
       01  ADJ-CARRY-NUM            PIC 9(4)     VALUE 0.
       01  GRAND-ADJ                PIC 9(9)V99  VALUE 0.
       01  ADJ-TABLE.
           03  ADJ-ENTRY OCCURS 1000 TIMES.
               05  AJ-EMPID         PIC X(7).
               05  AJ-AMOUNT        PIC 9(6)V99.
               05  AJ-USED-SW       PIC X(1).
               05  AJ-REC           PIC X(60).

       01  EMPB-STATUS              PIC XX       VALUE '00'.
       01  EMPA-STATUS              PIC XX       VALUE '00'.
       01  BANKPARM-STATUS          PIC XX       VALUE '00'.
       01  CHECKNO-STATUS           PIC XX       VALUE '00'.
       01  ADDR-OPEN-SW             PIC X        VALUE 'N'.
       01  PAY-METHOD               PIC X        VALUE SPACES.
       01  PAY-NOTE                 PIC X(30)    VALUE SPACES.
       01  CHECK-NUM                PIC 9(8)     VALUE 0.
       01  FIRST-CHECK-NUM          PIC 9(8)     VALUE 0.
       01  DEP-NUM                  PIC 9(6)     VALUE 0.
       01  DEP-TOTAL                PIC 9(9)V99  VALUE 0.
       01  CHECK-ISSUED-NUM         PIC 9(6)     VALUE 0.
       01  CHECK-TOTAL              PIC 9(9)V99  VALUE 0.
       01  PRENOTE-NUM              PIC 9(6)     VALUE 0.
       01  NOPAY-NUM                PIC 9(6)     VALUE 0.
       01  PAY-TOTAL                PIC 9(9)V99  VALUE 0.
       01  PAY-DIFF                 PIC S9(9)V99 VALUE 0.
       01  XFER-SEQ                 PIC 9(7)     VALUE 0.
       01  XFER-ENTRY-NUM           PIC 9(6)     VALUE 0.
       01  XFER-HASH-ACCUM          PIC 9(12)    VALUE 0.
       01  XFER-CREDIT              PIC 9(10)V99 VALUE 0.
       01  XFER-REC-NUM             PIC 9(6)     VALUE 0.
       01  XFER-BLOCKS              PIC 9(6)     VALUE 0.
       01  XFER-ROUTING             PIC 9(9)     VALUE 0.
       01  XFER-ROUTING-PARTS REDEFINES XFER-ROUTING.
           03  XFER-RDFI            PIC 9(8).
           03  XFER-CHECK-DIGIT     PIC 9(1).
       01  ACCT-IDX                 PIC 99       VALUE 00.
       01  ACCT-LAST4               PIC X(4)     VALUE SPACES.
       01  CHKREG-LINE-KOUNT        PIC 99       VALUE 00.
       01  CHKREG-PAGE-KOUNT        PIC 9999     VALUE 0001.

       01  BANK-PARM-VALUES.
           03  BK-DEST              PIC X(10)    VALUE ' 000000000'.
           03  BK-ORIGIN            PIC X(10)    VALUE '0000000000'.
           03  BK-DEST-NAME         PIC X(23)    VALUE 'PAYROLL BANK'.
           03  BK-ORIGIN-NAME       PIC X(23)
               VALUE 'THE BEST IS YET TO COME'.
           03  BK-COMPANY-NAME      PIC X(16)
               VALUE 'BEST YET TO COME'.
           03  BK-COMPANY-ID        PIC X(10)    VALUE '0000000000'.
           03  BK-ODFI              PIC 9(8)     VALUE 0.

       01  CURRENT-DATE.
           03  CUR-YR               PIC X(2).
           03  CUR-MON              PIC X(2).
           03  CUR-DAY4             PIC 9(2).
       01  TODAY-DATE-NUM           PIC 9(8)     VALUE 0.
       01  CUR-QTR                  PIC 9        VALUE 0.

       01  PAYCAL-STATUS            PIC XX       VALUE '00'.
       01  PERPARM-STATUS           PIC XX       VALUE '00'.
       01  EOF-PC                   PIC 9        VALUE 0.
       01  PERIOD-REQ               PIC 9(6)     VALUE 0.
       01  PERIOD-STATE             PIC X        VALUE 'N'.
       01  PERIOD-CLOSE-SW          PIC X        VALUE 'N'.
       01  OT-THRESHOLD             PIC 9(3)V99  VALUE 40.00.
       01  PERIOD-ID.
           03  PER-YEAR             PIC 9(4)     VALUE 0.
           03  PER-NO               PIC 9(2)     VALUE 0.
       01  PERIOD-ID-NUM REDEFINES PERIOD-ID
                                    PIC 9(6).
       01  PER-BEGIN-DATE           PIC 9(8)     VALUE 0.
       01  PER-BEGIN-X REDEFINES PER-BEGIN-DATE.
           03  PER-BEGIN-YR         PIC 9(4).
           03  PER-BEGIN-MON        PIC 9(2).
           03  PER-BEGIN-DAY        PIC 9(2).
       01  PER-END-DATE             PIC 9(8)     VALUE 0.
       01  PER-END-X REDEFINES PER-END-DATE.
           03  PER-END-YR           PIC 9(4).
           03  PER-END-MON          PIC 9(2).
           03  PER-END-DAY          PIC 9(2).
       01  PER-CHECK-DATE           PIC 9(8)     VALUE 0.
       01  PER-CHECK-X REDEFINES PER-CHECK-DATE.
           03  PER-CHECK-YR         PIC 9(4).
           03  PER-CHECK-MON        PIC 9(2).
           03  PER-CHECK-DAY        PIC 9(2).
       01  PER-CHECK-SHORT.
           03  PCS-YR               PIC 9(2).
           03  PCS-MON              PIC 9(2).
           03  PCS-DAY              PIC 9(2).
       01  PER-FREQ                 PIC X        VALUE 'W'.
       01  RUN-TIME-RAW.
           03  RUN-TIME-HMS         PIC 9(6).
           03  FILLER               PIC 9(2).
           03  HEAD-PAGE            PIC ZZZZ.

       01  PAY-HEADING2.
           03  FILLER               PIC X(51)    VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'GROSS PAY REGISTER'.

       01  PAY-OFFCYCLE-LINE.
           03  FILLER               PIC X(48)    VALUE SPACES.
           03  FILLER               PIC X(25)
               VALUE '*** OFF-CYCLE PAYMENT ***'.

       01  PAY-PERIOD-LINE.
           03  FILLER               PIC X(25)    VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'PAY PERIOD '.
           03  PP-YEAR              PIC 9(4).
           03  FILLER               PIC X(1)     VALUE '-'.
           03  PP-NO                PIC 9(2).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PP-BEGIN-MON         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PP-BEGIN-DAY         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PP-BEGIN-YR          PIC 9999.
           03  FILLER               PIC X(6)     VALUE ' THRU '.
           03  PP-END-MON           PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PP-END-DAY           PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PP-END-YR            PIC 9999.
           03  FILLER               PIC X(13)
               VALUE '  CHECK DATE '.
           03  PP-CHECK-MON         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PP-CHECK-DAY         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PP-CHECK-YR          PIC 9999.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PP-FREQ-DESC         PIC X(12).

       01  PAY-HEADING3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  P-FIRST              PIC X(15).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  P-TYPE               PIC 9(2).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  P-HOURS              PIC ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  P-RATE               PIC 9999.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  P-NET                PIC ZZZZZZ9.99.

       01  PAY-ADJ-LINE.
           03  FILLER               PIC X(12)    VALUE SPACES.
           03  FILLER               PIC X(17)
               VALUE 'RETRO ADJUSTMENT '.
           03  PA-LINE-RUNS         PIC ZZ9.
           03  FILLER               PIC X(5)     VALUE ' RUNS'.
           03  FILLER               PIC X(37)    VALUE SPACES.
           03  PA-LINE-AMT          PIC ZZZZZZ9.99.

       01  PAY-EARN-LINE.
           03  FILLER               PIC X(12)    VALUE SPACES.
           03  PE-DESC              PIC X(10).
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  PE-HOURS             PIC ZZ9.99.
           03  FILLER               PIC X(7)     VALUE ' HRS @ '.
           03  PE-RATE              PIC 9999.99.
           03  PE-RATE-X REDEFINES PE-RATE
                                    PIC X(7).
           03  FILLER               PIC X(31)    VALUE SPACES.
           03  PE-AMT               PIC ZZZZZZ9.99.
           03  PE-AMT-X REDEFINES PE-AMT
                                    PIC X(10).

       01  PAY-EARN-TOTAL.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PET-DESC             PIC X(10).
           03  FILLER               PIC X(3)     VALUE ':  '.
           03  PET-HOURS            PIC ZZZ,ZZ9.99.
           03  FILLER               PIC X(7)     VALUE ' HOURS '.
           03  FILLER               PIC X(6)     VALUE 'PAID: '.
           03  PET-AMT              PIC ZZ,ZZZ,ZZ9.99.

       01  PAY-LEAVE-TOTAL.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(26)
               VALUE 'LEAVE POSTED TO LEAVEBAL: '.
           03  PL-POSTED            PIC ZZZ9.
           03  FILLER               PIC X(10)    VALUE ' EMPLOYEES'.

       01  PAY-ADJ-TOTAL.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(19)
               VALUE 'RETRO ADJ PAID:    '.
           03  PJ-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(17)
               VALUE 'EMPLOYEES:       '.
           03  PJ-PAID              PIC ZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(19)
               VALUE 'CARRIED TO PAYADJN:'.
           03  PJ-CARRY             PIC ZZZ9.

       01  PAY-TYPE-TOTAL.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PT-DESC              PIC X(12).
               VALUE 'EMPLOYEES PAID: '.
           03  PG-PAID              PIC ZZZ9.

       01  XFER-FILE-HEAD.
           03  FILLER               PIC X(1)     VALUE '1'.
           03  FILLER               PIC X(2)     VALUE '01'.
           03  XF-DEST              PIC X(10).
           03  XF-ORIGIN            PIC X(10).
           03  XF-CREATE-DATE       PIC X(6).
           03  XF-CREATE-TIME       PIC X(4).
           03  FILLER               PIC X(1)     VALUE 'A'.
           03  FILLER               PIC X(3)     VALUE '094'.
           03  FILLER               PIC X(2)     VALUE '10'.
           03  FILLER               PIC X(1)     VALUE '1'.
           03  XF-DEST-NAME         PIC X(23).
           03  XF-ORIGIN-NAME       PIC X(23).
           03  FILLER               PIC X(8)     VALUE SPACES.

       01  XFER-BATCH-HEAD.
           03  FILLER               PIC X(1)     VALUE '5'.
           03  FILLER               PIC X(3)     VALUE '220'.
           03  XB-COMPANY-NAME      PIC X(16).
           03  FILLER               PIC X(20)    VALUE SPACES.
           03  XB-COMPANY-ID        PIC X(10).
           03  FILLER               PIC X(3)     VALUE 'PPD'.
           03  FILLER               PIC X(10)    VALUE 'PAYROLL'.
           03  XB-DESC-DATE         PIC X(6).
           03  XB-EFF-DATE          PIC X(6).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(1)     VALUE '1'.
           03  XB-ODFI              PIC 9(8).
           03  XB-BATCH-NO          PIC 9(7)     VALUE 1.

       01  XFER-ENTRY.
           03  FILLER               PIC X(1)     VALUE '6'.
           03  XE-TRANS-CODE        PIC X(2).
           03  XE-RDFI              PIC 9(8).
           03  XE-CHECK-DIGIT       PIC 9(1).
           03  XE-ACCOUNT           PIC X(17).
           03  XE-AMOUNT            PIC 9(8)V99.
           03  XE-INDIV-ID          PIC X(15).
           03  XE-INDIV-NAME        PIC X(22).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(1)     VALUE '0'.
           03  XE-TRACE-ODFI        PIC 9(8).
           03  XE-TRACE-SEQ         PIC 9(7).

       01  XFER-BATCH-CTL.
           03  FILLER               PIC X(1)     VALUE '8'.
           03  FILLER               PIC X(3)     VALUE '220'.
           03  XC-ENTRY-COUNT       PIC 9(6).
           03  XC-HASH              PIC 9(10).
           03  XC-DEBIT             PIC 9(10)V99.
           03  XC-CREDIT            PIC 9(10)V99.
           03  XC-COMPANY-ID        PIC X(10).
           03  FILLER               PIC X(19)    VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  XC-ODFI              PIC 9(8).
           03  XC-BATCH-NO          PIC 9(7)     VALUE 1.

       01  XFER-FILE-CTL.
           03  FILLER               PIC X(1)     VALUE '9'.
           03  XT-BATCH-COUNT       PIC 9(6).
           03  XT-BLOCK-COUNT       PIC 9(6).
           03  XT-ENTRY-COUNT       PIC 9(8).
           03  XT-HASH              PIC 9(10).
           03  XT-DEBIT             PIC 9(10)V99.
           03  XT-CREDIT            PIC 9(10)V99.
           03  FILLER               PIC X(39)    VALUE SPACES.

       01  XFER-PAD-REC             PIC X(94)    VALUE ALL '9'.

       01  CHK-LINE1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(28)
               VALUE 'THE BEST IS YET TO COME, INC'.
           03  FILLER               PIC X(20)    VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'CHECK NO: '.
           03  CK-NUM               PIC 9(8).
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'DATE: '.
           03  CK-MON               PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  CK-DAY               PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  CK-YR                PIC 9999.

       01  CHK-LINE2.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(21)
               VALUE 'PAY TO THE ORDER OF: '.
           03  CK-NAME              PIC X(31).
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'EMP ID: '.
           03  CK-EMPID             PIC X(7).

       01  CHK-LINE3.
           03  FILLER               PIC X(23)    VALUE SPACES.
           03  CK-STREET            PIC X(20).

       01  CHK-LINE4.
           03  FILLER               PIC X(23)    VALUE SPACES.
           03  CK-CITY              PIC X(15).
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  CK-STATE             PIC X(2).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CK-ZIP               PIC X(9).

       01  CHK-LINE5.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(7)     VALUE 'GROSS: '.
           03  CK-GROSS             PIC Z,ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(12)    VALUE 'DEDUCTIONS: '.
           03  CK-DEDUCT            PIC ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'NET PAY: '.
           03  CK-NET               PIC Z,ZZZ,ZZ9.99.

       01  CHK-LINE6.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'AMOUNT: '.
           03  CK-AMOUNT            PIC *,***,**9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  CK-NOTE              PIC X(30).

       01  CHKREG-HEADING2.
           03  FILLER               PIC X(46)    VALUE SPACES.
           03  FILLER               PIC X(26)
               VALUE 'CHECK AND DEPOSIT REGISTER'.

       01  CHKREG-HEADING3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'LAST'.
           03  FILLER               PIC X(13)    VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'FIRST'.
           03  FILLER               PIC X(13)    VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'METHOD'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'CHECK NO'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(7)     VALUE 'ROUTING'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(7)     VALUE 'ACCOUNT'.
           03  FILLER               PIC X(10)    VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'AMOUNT'.

       01  CHKREG-DATA.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CR-EMPID             PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  CR-LAST              PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CR-FIRST             PIC X(15).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  CR-METHOD            PIC X(7).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CR-CHECK-NO          PIC Z(8).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CR-ROUTING           PIC X(9).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CR-ACCOUNT           PIC X(8).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  CR-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CR-NOTE              PIC X(30).

       01  CHKREG-TOTAL-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CT-DESC              PIC X(26).
           03  CT-KOUNT             PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  CT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  CHKREG-RANGE-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(14)    VALUE 'CHECK NUMBERS '.
           03  CG-FIRST             PIC 9(8).
           03  FILLER               PIC X(6)     VALUE ' THRU '.
           03  CG-LAST              PIC 9(8).

       01  CHKREG-BAL-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CB-RESULT            PIC X(45).
           03  CB-DIFF              PIC -ZZZ,ZZZ,ZZ9.99.

       01  REJ-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(42)
           03  RJ-EMPID             PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(7)     VALUE 'HOURS: '.
           03  RJ-HOURS             PIC ZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  RJ-REASON            PIC X(40).

       01  REJ-COUNT.
           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0055-COUNT-TIMECARDS.
           PERFORM 0058-READ-RUNTYPE.
           PERFORM 0056-READ-PAYPERIOD.
           PERFORM 0059-SELECT-PERIOD.
           COMPUTE CUR-QTR = (PER-CHECK-MON + 2) / 3.
           PERFORM 0060-CHECK-RUNLOG.
           IF DUPRUN-SW = 'Y'
               PERFORM 0070-READ-OVERRIDE
               END-IF
           END-IF.
           PERFORM 0050-LOAD-DEDPARM.
           PERFORM 0090-READ-BANKPARM.
           PERFORM 0095-READ-CHECKNO.
           PERFORM 0100-OPEN-FILES.
           PERFORM 1400-PRINT-HEAD.
           WRITE REJECT-REC FROM REJ-HEAD
               AFTER ADVANCING 1 LINES.
           PERFORM 0080-LOAD-PAYADJ.
           PERFORM 2000-READ-TIMECARD.
           PERFORM 1000-PROCESS-TIMECARD
               UNTIL EOF-T = 1.
           PERFORM 1920-CARRY-PAYADJ.
           PERFORM 1900-PRINT-TOTALS.
           PERFORM 1910-WRITE-GL-EXTRACT.
           PERFORM 1930-CLOSE-BANKXFER.
           PERFORM 1940-CHKREG-TOTALS.
           PERFORM 1945-WRITE-CHECKNO.
           IF RUN-TYPE = 'R'
               PERFORM 1948-CLOSE-PERIOD
           END-IF.
           PERFORM 1950-WRITE-RUNLOG.
           PERFORM 0200-CLOSE-FILES.
           STOP RUN.
           END-PERFORM.
           CLOSE TIMECARD-FILE.

      *    PAYPERIOD names the pay period (YYYYPP) to run; without it
      *    the period open on PAYCAL is run.
       0056-READ-PAYPERIOD.

           OPEN INPUT PERPARM-FILE.
           IF PERPARM-STATUS = '00'
               READ PERPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PERPARM-REC NUMERIC
                           MOVE PERPARM-REC TO PERIOD-REQ
                       END-IF
               END-READ
               CLOSE PERPARM-FILE
           END-IF.

      *    An off-cycle run pays only the timecards supplied (a
      *    reissue after payvoid) and is logged and guarded under its
      *    own RUNLOG name, apart from the regular run.
       0058-READ-RUNTYPE.

           OPEN INPUT RUNTYPE-FILE.
           IF RUNTYPE-STATUS = '00'
               READ RUNTYPE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNTYPE-REC = 'O'
                           MOVE 'O' TO RUN-TYPE
                           MOVE 'PAYREGOC' TO RUNLOG-NAME
                       END-IF
               END-READ
               CLOSE RUNTYPE-FILE
           END-IF.

      *    Only a period open on PAYCAL may be paid. A regular run
      *    closes it at the end; an off-cycle run pays into it without
      *    closing it. An off-cycle run may also pay into a closed
      *    period named in PAYPERIOD, so a reissue of a payment voided
      *    from that period keeps its check date.
      *    The frequency sets how a salaried I-RATE, the
      *    weekly salary, is converted and where type 02 overtime
      *    starts.
       0059-SELECT-PERIOD.

           MOVE 'N' TO PERIOD-STATE.
           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS NOT = '00'
               DISPLAY 'PAYCAL COULD NOT BE OPENED - STATUS '
                   PAYCAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO EOF-PC.
           PERFORM 0061-READ-PAYCAL
               UNTIL EOF-PC = 1.
           CLOSE PAYCAL-FILE.
           IF PERIOD-STATE = 'N'
               IF PERIOD-REQ > 0
                   DISPLAY 'PAY PERIOD ' PERIOD-REQ
                       ' NOT ON PAYCAL - RUN REFUSED'
               ELSE
                   DISPLAY 'NO OPEN PAY PERIOD ON PAYCAL - RUN REFUSED'
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PERIOD-STATE = 'C'
              AND RUN-TYPE NOT = 'O'
               DISPLAY 'PAY PERIOD ' PER-YEAR '-' PER-NO
                   ' ALREADY CLOSED ON PAYCAL - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PERIOD-STATE NOT = 'O'
              AND PERIOD-STATE NOT = 'C'
               DISPLAY 'PAY PERIOD ' PER-YEAR '-' PER-NO
                   ' NOT YET OPEN ON PAYCAL - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE PER-FREQ
               WHEN 'B'
                   MOVE 80.00 TO OT-THRESHOLD
                   MOVE 'BIWEEKLY' TO PP-FREQ-DESC
               WHEN 'S'
                   MOVE 86.67 TO OT-THRESHOLD
                   MOVE 'SEMI-MONTHLY' TO PP-FREQ-DESC
               WHEN 'M'
                   MOVE 173.33 TO OT-THRESHOLD
                   MOVE 'MONTHLY' TO PP-FREQ-DESC
               WHEN OTHER
                   MOVE 'W' TO PER-FREQ
                   MOVE 40.00 TO OT-THRESHOLD
                   MOVE 'WEEKLY' TO PP-FREQ-DESC
           END-EVALUATE.
           MOVE PER-YEAR TO PP-YEAR.
           MOVE PER-NO TO PP-NO.
           MOVE PER-BEGIN-MON TO PP-BEGIN-MON.
           MOVE PER-BEGIN-DAY TO PP-BEGIN-DAY.
           MOVE PER-BEGIN-YR TO PP-BEGIN-YR.
           MOVE PER-END-MON TO PP-END-MON.
           MOVE PER-END-DAY TO PP-END-DAY.
           MOVE PER-END-YR TO PP-END-YR.
           MOVE PER-CHECK-MON TO PP-CHECK-MON.
           MOVE PER-CHECK-DAY TO PP-CHECK-DAY.
           MOVE PER-CHECK-YR TO PP-CHECK-YR.
           MOVE PER-CHECK-YR (3:2) TO PCS-YR.
           MOVE PER-CHECK-MON TO PCS-MON.
           MOVE PER-CHECK-DAY TO PCS-DAY.

       0061-READ-PAYCAL.

           READ PAYCAL-FILE
               AT END
                   MOVE 1 TO EOF-PC
               NOT AT END
                   IF PERIOD-STATE = 'N'
                       IF PERIOD-REQ > 0
                           MOVE PC-YEAR TO PER-YEAR
                           MOVE PC-PERIOD TO PER-NO
                           IF PERIOD-ID-NUM = PERIOD-REQ
                               PERFORM 0062-TAKE-PERIOD
                           END-IF
                       ELSE
                           IF PC-STATUS = 'O'
                               PERFORM 0062-TAKE-PERIOD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0062-TAKE-PERIOD.

           IF PC-STATUS = 'O' OR PC-STATUS = 'C'
               MOVE PC-STATUS TO PERIOD-STATE
           ELSE
               MOVE 'F' TO PERIOD-STATE
           END-IF.
           MOVE PC-YEAR TO PER-YEAR.
           MOVE PC-PERIOD TO PER-NO.
           MOVE PC-BEGIN-DATE TO PER-BEGIN-DATE.
           MOVE PC-END-DATE TO PER-END-DATE.
           MOVE PC-CHECK-DATE TO PER-CHECK-DATE.
           MOVE PC-FREQ TO PER-FREQ.

       0060-CHECK-RUNLOG.

           MOVE 'N' TO DUPRUN-SW.
                       AT END
                           MOVE 1 TO EOF-L
                       NOT AT END
                           IF RL-PROGRAM = RUNLOG-NAME
                              AND RL-RUN-DATE = TODAY-DATE-NUM
                              AND RL-READ = BATCH-COUNT
                               MOVE 'Y' TO DUPRUN-SW
                   END-IF
           END-READ.

      *    PAYADJN is opened here so an adjustment that cannot be
      *    loaded is carried straight away; 1920 adds the unpaid ones
      *    and closes it.
       0080-LOAD-PAYADJ.

           OPEN OUTPUT PAYADJN-FILE.
           OPEN INPUT PAYADJ-FILE.
           IF PADJ-STATUS = '00'
               PERFORM 0085-LOAD-ADJ-REC
                   UNTIL EOF-A = 1
               CLOSE PAYADJ-FILE
           END-IF.

       0085-LOAD-ADJ-REC.

           READ PAYADJ-FILE
               AT END
                   MOVE 1 TO EOF-A
               NOT AT END
                   IF ADJ-COUNT < 1000
                      AND PA-AMOUNT NUMERIC
                       ADD 1 TO ADJ-COUNT
                       MOVE PA-EMPID TO AJ-EMPID (ADJ-COUNT)
                       MOVE PA-AMOUNT TO AJ-AMOUNT (ADJ-COUNT)
                       MOVE 'N' TO AJ-USED-SW (ADJ-COUNT)
                       MOVE PAYADJ-REC TO AJ-REC (ADJ-COUNT)
                   ELSE
                       DISPLAY 'PAYADJ RECORD BYPASSED - ' PAYADJ-REC
                       PERFORM 0086-CARRY-BYPASSED-ADJ
                   END-IF
           END-READ.

       0086-CARRY-BYPASSED-ADJ.

           WRITE PAYADJN-REC FROM PAYADJ-REC.
           ADD 1 TO ADJ-CARRY-NUM.
           MOVE PA-EMPID TO RJ-EMPID.
           MOVE ZEROS TO RJ-HOURS.
           MOVE 'ADJ NOT LOADED - CARRIED TO PAYADJN' TO RJ-REASON.
           WRITE REJECT-REC FROM REJ-DATA
               AFTER ADVANCING 1 LINES.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       0090-READ-BANKPARM.

           OPEN INPUT BANKPARM-FILE.
           IF BANKPARM-STATUS = '00'
               READ BANKPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BP-DEST TO BK-DEST
                       MOVE BP-ORIGIN TO BK-ORIGIN
                       MOVE BP-DEST-NAME TO BK-DEST-NAME
                       MOVE BP-ORIGIN-NAME TO BK-ORIGIN-NAME
                       MOVE BP-COMPANY-NAME TO BK-COMPANY-NAME
                       MOVE BP-COMPANY-ID TO BK-COMPANY-ID
                       IF BP-ODFI NUMERIC
                           MOVE BP-ODFI TO BK-ODFI
                       END-IF
               END-READ
               CLOSE BANKPARM-FILE
           END-IF.

       0095-READ-CHECKNO.

           OPEN INPUT CHECKNO-FILE.
           IF CHECKNO-STATUS = '00'
               READ CHECKNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHECKNO-REC NUMERIC
                           MOVE CHECKNO-REC TO CHECK-NUM
                       ELSE
                           DISPLAY 'CHECKNO NOT NUMERIC - STARTING AT 1'
                       END-IF
               END-READ
               CLOSE CHECKNO-FILE
           END-IF.

       0100-OPEN-FILES.

           OPEN INPUT TIMECARD-FILE.
               STOP RUN
           END-IF.
           OPEN EXTEND YTDHIST-FILE.
           OPEN EXTEND PAYHIST-FILE.
           OPEN I-O EMPBANK-FILE.
           IF EMPB-STATUS = '35'
               OPEN OUTPUT EMPBANK-FILE
               CLOSE EMPBANK-FILE
               OPEN I-O EMPBANK-FILE
           END-IF.
           IF EMPB-STATUS NOT = '00'
               DISPLAY 'EMPBANK COULD NOT BE OPENED - STATUS '
                   EMPB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPADDR-FILE.
           IF EMPA-STATUS = '00'
               MOVE 'Y' TO ADDR-OPEN-SW
           ELSE
               DISPLAY 'EMPADDR NOT AVAILABLE - STATUS ' EMPA-STATUS
                   ' - CHECKS PRINTED WITHOUT ADDRESS'
           END-IF.
           OPEN OUTPUT BANKXFER-FILE
                       PAYCHECK-FILE
                       CHECKREG-FILE.
           OPEN I-O LEAVEBAL-FILE.
           IF LVBAL-STATUS = '35'
               OPEN OUTPUT LEAVEBAL-FILE
               CLOSE LEAVEBAL-FILE
               OPEN I-O LEAVEBAL-FILE
           END-IF.
           IF LVBAL-STATUS NOT = '00'
               DISPLAY 'LEAVEBAL COULD NOT BE OPENED - STATUS '
                   LVBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-WRITE-XFER-HEAD.
           PERFORM 1600-PRINT-CHKREG-HEAD.

       0200-CLOSE-FILES.

                 EMPMAST-FILE
                 EMPYTD-FILE
                 YTDHIST-FILE
                 PAYHIST-FILE
                 EMPBANK-FILE
                 BANKXFER-FILE
                 PAYCHECK-FILE
                 CHECKREG-FILE
                 LEAVEBAL-FILE
                 PAYREG-FILE
                 REJECT-FILE.
           IF ADDR-OPEN-SW = 'Y'
               CLOSE EMPADDR-FILE
           END-IF.

       1000-PROCESS-TIMECARD.

           ADD 1 TO CARD-NUM.
           IF TC-HOURS NOT NUMERIC
              OR TC-EARN-GROUP NOT NUMERIC
               MOVE 'NON-NUMERIC HOURS ON TIMECARD' TO RJ-REASON
               PERFORM 1300-WRITE-REJECT
           ELSE
               MOVE 'INVALID STATUS CODE ON EMPMAST' TO RJ-REASON
               PERFORM 1300-WRITE-REJECT
             ELSE
               PERFORM 1130-CHECK-LEAVE
               IF LEAVE-OK-SW = 'Y'
                   PERFORM 1110-CALC-EARNINGS
                   PERFORM 1120-APPLY-PAYADJ
                   PERFORM 1150-CALC-DEDUCT
                   PERFORM 1200-PRINT-PAY
               END-IF
             END-IF
           END-IF.

      *    Each earnings code is paid at I-RATE times its EARNCODE
      *    factor. Type 02 regular hours over the period's overtime
      *    threshold (40 a week) move to overtime. Salaried gross is
      *    the weekly I-RATE converted to the period frequency,
      *    whatever the codes; their hours are still recorded and
      *    leave still drawn.
       1110-CALC-EARNINGS.

           MOVE 0 TO GROSS-PAY.
           MOVE 0 TO OT-HOURS.
           PERFORM VARYING EARN-IDX FROM 1 BY 1
                   UNTIL EARN-IDX > 5
               MOVE TC-EARN-HOURS (EARN-IDX) TO EE-HOURS (EARN-IDX)
               MOVE 0 TO EE-AMT (EARN-IDX)
           END-PERFORM.
           IF I-ST OF EMPMAST-REC = 'S'
               EVALUATE PER-FREQ
                   WHEN 'B'
                       COMPUTE GROSS-PAY ROUNDED =
                           I-RATE OF EMPMAST-REC * 2
                   WHEN 'S'
                       COMPUTE GROSS-PAY ROUNDED =
                           I-RATE OF EMPMAST-REC * 52 / 24
                   WHEN 'M'
                       COMPUTE GROSS-PAY ROUNDED =
                           I-RATE OF EMPMAST-REC * 52 / 12
                   WHEN OTHER
                       MOVE I-RATE OF EMPMAST-REC TO GROSS-PAY
               END-EVALUATE
           ELSE
               IF I-TYPE OF EMPMAST-REC = 02
                  AND EE-HOURS (1) > OT-THRESHOLD
                   COMPUTE OT-HOURS = EE-HOURS (1) - OT-THRESHOLD
                   MOVE OT-THRESHOLD TO EE-HOURS (1)
                   ADD OT-HOURS TO EE-HOURS (2)
               END-IF
               PERFORM VARYING EARN-IDX FROM 1 BY 1
                       UNTIL EARN-IDX > 5
                   COMPUTE EE-AMT (EARN-IDX) ROUNDED =
                       EE-HOURS (EARN-IDX) * I-RATE OF EMPMAST-REC
                       * EC-FACTOR (EARN-IDX)
                   ADD EE-AMT (EARN-IDX) TO GROSS-PAY
               END-PERFORM
           END-IF.

       1120-APPLY-PAYADJ.

           MOVE 0 TO ADJ-PAY.
           MOVE 0 TO ADJ-RUNS.
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               IF AJ-EMPID (ADJ-IDX) = I-EMPID OF EMPMAST-REC
                  AND AJ-USED-SW (ADJ-IDX) = 'N'
                   ADD AJ-AMOUNT (ADJ-IDX) TO ADJ-PAY
                   ADD 1 TO ADJ-RUNS
                   MOVE 'Y' TO AJ-USED-SW (ADJ-IDX)
               END-IF
           END-PERFORM.
           IF ADJ-PAY > 0
               ADD ADJ-PAY TO GROSS-PAY
               ADD ADJ-PAY TO GRAND-ADJ
               ADD 1 TO ADJ-PAID-NUM
           END-IF.

      *    Vacation and sick hours are paid only when LEAVEBAL still
      *    covers them; the record read here is rewritten with the
      *    hours taken once the payment has been made.
       1130-CHECK-LEAVE.

           MOVE 'Y' TO LEAVE-OK-SW.
           MOVE 'N' TO LEAVE-POST-SW.
           IF TC-VAC-HOURS > 0
              OR TC-SICK-HOURS > 0
               MOVE TC-EMPID TO LV-EMPID OF LEAVEBAL-REC
               READ LEAVEBAL-FILE
                   INVALID KEY
                       MOVE 'N' TO LEAVE-OK-SW
                       MOVE 'NO LEAVE BALANCE ON LEAVEBAL' TO RJ-REASON
                       PERFORM 1300-WRITE-REJECT
                   NOT INVALID KEY
                       IF TC-VAC-HOURS > LV-VAC-ACCR - LV-VAC-TAKEN
                          OR TC-SICK-HOURS >
                               LV-SICK-ACCR - LV-SICK-TAKEN
                           MOVE 'N' TO LEAVE-OK-SW
                           MOVE 'LEAVE HOURS EXCEED LEAVEBAL BALANCE'
                               TO RJ-REASON
                           PERFORM 1300-WRITE-REJECT
                       ELSE
                           MOVE 'Y' TO LEAVE-POST-SW
                       END-IF
               END-READ
           END-IF.

       1150-CALC-DEDUCT.
           WRITE PAYREG-REC FROM PAY-DATA1
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.
           PERFORM 1210-PRINT-EARNINGS
               VARYING EARN-IDX FROM 1 BY 1
               UNTIL EARN-IDX > 5.
           IF ADJ-PAY > 0
               MOVE ADJ-RUNS TO PA-LINE-RUNS
               MOVE ADJ-PAY TO PA-LINE-AMT
               WRITE PAYREG-REC FROM PAY-ADJ-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-KOUNT
           END-IF.
           ADD 1 TO PAID-NUM.
           ADD GROSS-PAY TO GRAND-GROSS.
           ADD DEDUCT-TOT TO GRAND-DEDUCT.
               ADD 1 TO TYPE-KOUNT (I-TYPE OF EMPMAST-REC)
               ADD GROSS-PAY TO TYPE-GROSS (I-TYPE OF EMPMAST-REC)
           END-IF.
           PERFORM 1220-ISSUE-PAYMENT.
           PERFORM 1250-POST-YTD.
           PERFORM 1230-WRITE-PAYHIST.
           PERFORM 1240-POST-LEAVE.

       1210-PRINT-EARNINGS.

           IF EE-HOURS (EARN-IDX) > 0
               MOVE EC-DESC (EARN-IDX) TO PE-DESC
               MOVE EE-HOURS (EARN-IDX) TO PE-HOURS
               IF I-ST OF EMPMAST-REC = 'S'
                   MOVE 'SALARY' TO PE-RATE-X
                   MOVE SPACES TO PE-AMT-X
               ELSE
                   COMPUTE PE-RATE ROUNDED =
                       I-RATE OF EMPMAST-REC * EC-FACTOR (EARN-IDX)
                   MOVE EE-AMT (EARN-IDX) TO PE-AMT
               END-IF
               WRITE PAYREG-REC FROM PAY-EARN-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-KOUNT
               ADD EE-HOURS (EARN-IDX) TO ET-HOURS (EARN-IDX)
               ADD EE-AMT (EARN-IDX) TO ET-AMT (EARN-IDX)
           END-IF.

      *    Net pay goes by deposit only to an active account; anyone
      *    else is paid by check. A pending account that has not had
      *    its prenote sent gets one in this run's transfer file.
       1220-ISSUE-PAYMENT.

           MOVE SPACES TO PAY-NOTE.
           MOVE SPACES TO CR-ROUTING.
           MOVE SPACES TO CR-ACCOUNT.
           MOVE 0 TO CR-CHECK-NO.
           MOVE I-EMPID OF EMPMAST-REC TO B-EMPID OF EMPBANK-REC.
           READ EMPBANK-FILE
               INVALID KEY
                   MOVE 'C' TO PAY-METHOD
                   MOVE 'NO BANK ACCOUNT ON FILE' TO PAY-NOTE
               NOT INVALID KEY
                   IF B-PRENOTE OF EMPBANK-REC = 'A'
                       MOVE 'D' TO PAY-METHOD
                   ELSE
                       MOVE 'C' TO PAY-METHOD
                       IF B-PRENOTE OF EMPBANK-REC = 'P'
                           MOVE 'PRENOTE PENDING' TO PAY-NOTE
                           IF B-PRENOTE-SENT OF EMPBANK-REC = 0
                               PERFORM 1224-SEND-PRENOTE
                           END-IF
                       ELSE
                           MOVE 'BANK ACCOUNT INACTIVE' TO PAY-NOTE
                       END-IF
                   END-IF
           END-READ.
           IF NET-PAY = 0
               MOVE 'N' TO PAY-METHOD
               MOVE 'NO PAYMENT - ZERO NET PAY' TO PAY-NOTE
               ADD 1 TO NOPAY-NUM
           END-IF.
           EVALUATE PAY-METHOD
               WHEN 'D'
                   PERFORM 1222-WRITE-DEPOSIT
               WHEN 'C'
                   PERFORM 1226-PRINT-CHECK
           END-EVALUATE.
           PERFORM 1228-PRINT-CHKREG-LINE.

       1222-WRITE-DEPOSIT.

           MOVE NET-PAY TO XE-AMOUNT.
           IF B-ACCT-TYPE OF EMPBANK-REC = 'S'
               MOVE '32' TO XE-TRANS-CODE
           ELSE
               MOVE '22' TO XE-TRANS-CODE
           END-IF.
           PERFORM 1223-WRITE-XFER-ENTRY.
           ADD NET-PAY TO XFER-CREDIT.
           ADD 1 TO DEP-NUM.
           ADD NET-PAY TO DEP-TOTAL.

       1223-WRITE-XFER-ENTRY.

           MOVE B-ROUTING OF EMPBANK-REC TO XFER-ROUTING.
           MOVE XFER-RDFI TO XE-RDFI.
           MOVE XFER-CHECK-DIGIT TO XE-CHECK-DIGIT.
           MOVE B-ACCOUNT OF EMPBANK-REC TO XE-ACCOUNT.
           MOVE I-EMPID OF EMPMAST-REC TO XE-INDIV-ID.
           MOVE SPACES TO XE-INDIV-NAME.
           STRING I-LAST OF EMPMAST-REC DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  I-FIRST OF EMPMAST-REC DELIMITED BY '  '
                  INTO XE-INDIV-NAME
           END-STRING.
           ADD 1 TO XFER-SEQ.
           MOVE BK-ODFI TO XE-TRACE-ODFI.
           MOVE XFER-SEQ TO XE-TRACE-SEQ.
           WRITE BANKXFER-REC FROM XFER-ENTRY.
           ADD 1 TO XFER-REC-NUM.
           ADD 1 TO XFER-ENTRY-NUM.
           ADD XFER-RDFI TO XFER-HASH-ACCUM.
           PERFORM 1229-MASK-ACCOUNT.

       1224-SEND-PRENOTE.

           MOVE 0 TO XE-AMOUNT.
           IF B-ACCT-TYPE OF EMPBANK-REC = 'S'
               MOVE '33' TO XE-TRANS-CODE
           ELSE
               MOVE '23' TO XE-TRANS-CODE
           END-IF.
           PERFORM 1223-WRITE-XFER-ENTRY.
           MOVE TODAY-DATE-NUM TO B-PRENOTE-SENT OF EMPBANK-REC.
           REWRITE EMPBANK-REC
               INVALID KEY
                   DISPLAY 'EMPBANK REWRITE FAILED FOR '
                       B-EMPID OF EMPBANK-REC
                       ' - PRENOTE DATE NOT RECORDED'
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
           MOVE 'PRENOTE SENT' TO PAY-NOTE.
           ADD 1 TO PRENOTE-NUM.

       1226-PRINT-CHECK.

           ADD 1 TO CHECK-NUM.
           IF FIRST-CHECK-NUM = 0
               MOVE CHECK-NUM TO FIRST-CHECK-NUM
           END-IF.
           MOVE CHECK-NUM TO CK-NUM.
           MOVE CHECK-NUM TO CR-CHECK-NO.
           MOVE PER-CHECK-MON TO CK-MON.
           MOVE PER-CHECK-DAY TO CK-DAY.
           MOVE PER-CHECK-YR TO CK-YR.
           MOVE SPACES TO CK-NAME.
           STRING I-FIRST OF EMPMAST-REC DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  I-LAST OF EMPMAST-REC DELIMITED BY '  '
                  INTO CK-NAME
           END-STRING.
           MOVE I-EMPID OF EMPMAST-REC TO CK-EMPID.
           MOVE SPACES TO CK-STREET CK-CITY CK-STATE CK-ZIP.
           IF ADDR-OPEN-SW = 'Y'
               MOVE I-EMPID OF EMPMAST-REC TO A-EMPID OF EMPADDR-REC
               READ EMPADDR-FILE
                   INVALID KEY
                       MOVE '*** NO ADDRESS ON FILE ***' TO CK-STREET
                       MOVE 'NO ADDRESS ON FILE' TO PAY-NOTE
                   NOT INVALID KEY
                       MOVE A-STREET TO CK-STREET
                       MOVE A-CITY TO CK-CITY
                       MOVE A-STATE TO CK-STATE
                       MOVE A-ZIP TO CK-ZIP
               END-READ
           ELSE
               MOVE '*** NO ADDRESS ON FILE ***' TO CK-STREET
           END-IF.
           MOVE GROSS-PAY TO CK-GROSS.
           MOVE DEDUCT-TOT TO CK-DEDUCT.
           MOVE NET-PAY TO CK-NET.
           MOVE NET-PAY TO CK-AMOUNT.
           MOVE PAY-NOTE TO CK-NOTE.
           WRITE PAYCHECK-REC FROM CHK-LINE1
               AFTER ADVANCING PAGE.
           WRITE PAYCHECK-REC FROM CHK-LINE2
               AFTER ADVANCING 2 LINES.
           WRITE PAYCHECK-REC FROM CHK-LINE3
               AFTER ADVANCING 1 LINES.
           WRITE PAYCHECK-REC FROM CHK-LINE4
               AFTER ADVANCING 1 LINES.
           WRITE PAYCHECK-REC FROM CHK-LINE5
               AFTER ADVANCING 2 LINES.
           WRITE PAYCHECK-REC FROM CHK-LINE6
               AFTER ADVANCING 2 LINES.
           ADD 1 TO CHECK-ISSUED-NUM.
           ADD NET-PAY TO CHECK-TOTAL.

       1228-PRINT-CHKREG-LINE.

           MOVE I-EMPID OF EMPMAST-REC TO CR-EMPID.
           MOVE I-LAST OF EMPMAST-REC  TO CR-LAST.
           MOVE I-FIRST OF EMPMAST-REC TO CR-FIRST.
           EVALUATE PAY-METHOD
               WHEN 'D'
                   MOVE 'DEPOSIT' TO CR-METHOD
               WHEN 'C'
                   MOVE 'CHECK' TO CR-METHOD
               WHEN OTHER
                   MOVE 'NONE' TO CR-METHOD
           END-EVALUATE.
           IF PAY-METHOD = 'N'
               MOVE 0 TO CR-AMOUNT
           ELSE
               MOVE NET-PAY TO CR-AMOUNT
           END-IF.
           MOVE PAY-NOTE TO CR-NOTE.
           IF CHKREG-LINE-KOUNT >= 50
               PERFORM 1600-PRINT-CHKREG-HEAD
           END-IF.
           WRITE CHECKREG-REC FROM CHKREG-DATA
               AFTER ADVANCING 1 LINES.
           ADD 1 TO CHKREG-LINE-KOUNT.

       1229-MASK-ACCOUNT.

           MOVE B-ROUTING OF EMPBANK-REC TO CR-ROUTING.
           MOVE SPACES TO ACCT-LAST4.
           PERFORM VARYING ACCT-IDX FROM 17 BY -1
                   UNTIL ACCT-IDX < 1
                      OR B-ACCOUNT OF EMPBANK-REC (ACCT-IDX:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF ACCT-IDX >= 4
               MOVE B-ACCOUNT OF EMPBANK-REC (ACCT-IDX - 3:4)
                   TO ACCT-LAST4
           END-IF.
           MOVE SPACES TO CR-ACCOUNT.
           STRING 'XXXX' DELIMITED BY SIZE
                  ACCT-LAST4 DELIMITED BY SIZE
                  INTO CR-ACCOUNT
           END-STRING.

       1230-WRITE-PAYHIST.

           MOVE SPACES TO PAYHIST-REC.
           MOVE I-EMPID OF EMPMAST-REC TO PH-EMPID.
           MOVE TODAY-DATE-NUM TO PH-RUN-DATE.
           MOVE I-DEPT OF EMPMAST-REC TO PH-DEPT.
           MOVE I-TYPE OF EMPMAST-REC TO PH-TYPE.
           MOVE I-ST OF EMPMAST-REC TO PH-ST.
           MOVE TC-HOURS TO PH-HOURS.
           PERFORM VARYING EARN-IDX FROM 1 BY 1
                   UNTIL EARN-IDX > 5
               MOVE EE-HOURS (EARN-IDX) TO PH-EARN-HOURS (EARN-IDX)
           END-PERFORM.
           MOVE I-RATE OF EMPMAST-REC TO PH-RATE.
           MOVE GROSS-PAY TO PH-GROSS.
           MOVE ADJ-PAY TO PH-ADJ.
           MOVE DEDUCT-TOT TO PH-DEDUCT.
           MOVE NET-PAY TO PH-NET.
           MOVE PER-CHECK-YR TO PH-YEAR.
           MOVE CUR-QTR TO PH-QTR.
           MOVE 0 TO PH-RETRO-RATE.
           MOVE PAY-METHOD TO PH-PAY-METHOD.
           MOVE RUN-TYPE TO PH-RUN-TYPE.
           MOVE SPACE TO PH-STATUS.
           MOVE 0 TO PH-VOID-DATE.
           MOVE PERIOD-ID-NUM TO PH-PERIOD.
           MOVE PER-CHECK-DATE TO PH-CHECK-DATE.
           IF PAY-METHOD = 'C'
               MOVE CHECK-NUM TO PH-CHECK-NO
           ELSE
               MOVE 0 TO PH-CHECK-NO
           END-IF.
           WRITE PAYHIST-REC.

       1240-POST-LEAVE.

           IF LEAVE-POST-SW = 'Y'
               ADD TC-VAC-HOURS TO LV-VAC-TAKEN
               ADD TC-SICK-HOURS TO LV-SICK-TAKEN
               REWRITE LEAVEBAL-REC
                   INVALID KEY
                       DISPLAY 'LEAVEBAL REWRITE FAILED FOR ' TC-EMPID
                   NOT INVALID KEY
                       ADD 1 TO LEAVE-POST-NUM
               END-REWRITE
           END-IF.

       1250-POST-YTD.

                   WRITE EMPYTD-REC
                   END-WRITE
               NOT INVALID KEY
                   IF Y-YEAR OF EMPYTD-REC > PER-CHECK-YR
                       PERFORM 1265-YTD-YEAR-PASSED
                   ELSE
                       IF Y-YEAR OF EMPYTD-REC < PER-CHECK-YR
                           PERFORM 1255-ARCHIVE-YTD
                           PERFORM 1260-INIT-YTD
                       END-IF
                       PERFORM 1270-ACCUM-YTD
                       REWRITE EMPYTD-REC
                   END-IF
           END-READ.

       1255-ARCHIVE-YTD.

           MOVE SPACES TO EMPYTD-REC.
           MOVE I-EMPID OF EMPMAST-REC TO Y-EMPID OF EMPYTD-REC.
           MOVE PER-CHECK-YR TO Y-YEAR.
           MOVE 0 TO Y-GROSS.
           MOVE 0 TO Y-HOURS.
           MOVE 0 TO Y-WEEKS.
           MOVE 0 TO Y-LAST-PAID.
           MOVE 0 TO Y-LAST-PERIOD.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 4
               MOVE 0 TO Y-QTR-GROSS (TYPE-IDX)
               MOVE 0 TO Y-QTR-HOURS (TYPE-IDX)
           END-PERFORM.

      *    An off-cycle run into a closed period of a year EMPYTD has
      *    already rolled past cannot be posted to the year on file.
       1265-YTD-YEAR-PASSED.

           DISPLAY 'EMPYTD ALREADY IN ' Y-YEAR OF EMPYTD-REC ' FOR '
               I-EMPID OF EMPMAST-REC ' - YTD NOT POSTED'.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    A reissue into an earlier closed period leaves the last paid
      *    date and period where the latest pay put them.
       1270-ACCUM-YTD.

           ADD GROSS-PAY TO Y-GROSS.
           ADD TC-HOURS TO Y-HOURS.
           ADD 1 TO Y-WEEKS.
           IF PER-CHECK-DATE > Y-LAST-PAID
               MOVE PER-CHECK-DATE TO Y-LAST-PAID
               MOVE PERIOD-ID-NUM TO Y-LAST-PERIOD
           END-IF.
           ADD GROSS-PAY TO Y-QTR-GROSS (CUR-QTR).
           ADD TC-HOURS TO Y-QTR-HOURS (CUR-QTR).

               AFTER ADVANCING 2 LINES.
           WRITE PAYREG-REC FROM PAY-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE PAYREG-REC FROM PAY-PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           IF RUN-TYPE = 'O'
               WRITE PAYREG-REC FROM PAY-OFFCYCLE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PAYREG-REC FROM PAY-HEADING3
               AFTER ADVANCING 2 LINES.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.

       1500-WRITE-XFER-HEAD.

           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE BK-DEST TO XF-DEST.
           MOVE BK-ORIGIN TO XF-ORIGIN.
           MOVE CURRENT-DATE TO XF-CREATE-DATE.
           MOVE RUN-TIME-RAW (1:4) TO XF-CREATE-TIME.
           MOVE BK-DEST-NAME TO XF-DEST-NAME.
           MOVE BK-ORIGIN-NAME TO XF-ORIGIN-NAME.
           WRITE BANKXFER-REC FROM XFER-FILE-HEAD.
           MOVE BK-COMPANY-NAME TO XB-COMPANY-NAME.
           MOVE BK-COMPANY-ID TO XB-COMPANY-ID.
           MOVE PER-CHECK-SHORT TO XB-DESC-DATE.
           MOVE PER-CHECK-SHORT TO XB-EFF-DATE.
           MOVE BK-ODFI TO XB-ODFI.
           WRITE BANKXFER-REC FROM XFER-BATCH-HEAD.
           MOVE 2 TO XFER-REC-NUM.

       1600-PRINT-CHKREG-HEAD.

           MOVE CHKREG-PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE CHECKREG-REC FROM PAY-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE CHECKREG-REC FROM CHKREG-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE CHECKREG-REC FROM CHKREG-HEADING3
               AFTER ADVANCING 2 LINES.
           ADD 1 TO CHKREG-PAGE-KOUNT.
           MOVE ZEROS TO CHKREG-LINE-KOUNT.

       1900-PRINT-TOTALS.

           WRITE PAYREG-REC FROM PAY-HEADING2
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.
           PERFORM VARYING EARN-IDX FROM 1 BY 1
                   UNTIL EARN-IDX > 5
               IF ET-HOURS (EARN-IDX) > 0
                   MOVE EC-DESC (EARN-IDX) TO PET-DESC
                   MOVE ET-HOURS (EARN-IDX) TO PET-HOURS
                   MOVE ET-AMT (EARN-IDX) TO PET-AMT
                   WRITE PAYREG-REC FROM PAY-EARN-TOTAL
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.
           IF LEAVE-POST-NUM > 0
               MOVE LEAVE-POST-NUM TO PL-POSTED
               WRITE PAYREG-REC FROM PAY-LEAVE-TOTAL
                   AFTER ADVANCING 1 LINES
           END-IF.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > DED-COUNT
               IF DT-KOUNT (DED-IDX) > 0
           MOVE GRAND-NET TO PN-NET.
           WRITE PAYREG-REC FROM PAY-NET-TOTAL
               AFTER ADVANCING 1 LINES.
           IF ADJ-COUNT > 0
               MOVE GRAND-ADJ TO PJ-AMT
               MOVE ADJ-PAID-NUM TO PJ-PAID
               MOVE ADJ-CARRY-NUM TO PJ-CARRY
               WRITE PAYREG-REC FROM PAY-ADJ-TOTAL
                   AFTER ADVANCING 1 LINES
           END-IF.
           MOVE REJ-NUM TO RJ-NUM.
           WRITE REJECT-REC FROM REJ-COUNT
               AFTER ADVANCING 2 LINES.

       1920-CARRY-PAYADJ.

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               IF AJ-USED-SW (ADJ-IDX) = 'N'
                   WRITE PAYADJN-REC FROM AJ-REC (ADJ-IDX)
                   ADD 1 TO ADJ-CARRY-NUM
                   MOVE AJ-EMPID (ADJ-IDX) TO RJ-EMPID
                   MOVE ZEROS TO RJ-HOURS
                   MOVE 'ADJUSTMENT NOT PAID - CARRIED TO PAYADJN'
                       TO RJ-REASON
                   WRITE REJECT-REC FROM REJ-DATA
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.
           CLOSE PAYADJN-FILE.

       1280-ACCUM-DEPT-GROSS.

           MOVE 'N' TO DEPT-FOUND-SW.
               MOVE LABOR-ACCOUNT TO GL-ACCOUNT
               MOVE 'D' TO GL-DRCR
               MOVE DG-GROSS (DEPT-IDX) TO GL-AMOUNT
               MOVE PER-CHECK-DATE TO GL-POST-DATE
               MOVE PERIOD-ID-NUM TO GL-PERIOD
               WRITE GLEXT-REC
               ADD DG-GROSS (DEPT-IDX) TO GL-DEBIT-TOT
           END-PERFORM.
               MOVE LABOR-ACCOUNT TO GL-ACCOUNT
               MOVE 'D' TO GL-DRCR
               MOVE DEPT-OVER-GROSS TO GL-AMOUNT
               MOVE PER-CHECK-DATE TO GL-POST-DATE
               MOVE PERIOD-ID-NUM TO GL-PERIOD
               WRITE GLEXT-REC
               ADD DEPT-OVER-GROSS TO GL-DEBIT-TOT
           END-IF.
           MOVE ACCRUAL-ACCOUNT TO GL-ACCOUNT.
           MOVE 'C' TO GL-DRCR.
           MOVE GL-DEBIT-TOT TO GL-AMOUNT.
           MOVE PER-CHECK-DATE TO GL-POST-DATE.
           MOVE PERIOD-ID-NUM TO GL-PERIOD.
           WRITE GLEXT-REC.
           MOVE SPACES TO GLEXT-REC.
           MOVE 'T' TO GL-TYPE.
           MOVE SPACES TO GL-ACCOUNT.
           MOVE SPACES TO GL-DRCR.
           MOVE GL-DEBIT-TOT TO GL-AMOUNT.
           MOVE PER-CHECK-DATE TO GL-POST-DATE.
           MOVE PERIOD-ID-NUM TO GL-PERIOD.
           WRITE GLEXT-REC.
           CLOSE GLEXTR-FILE.
           IF GL-DEBIT-TOT NOT = GRAND-GROSS
               DISPLAY 'GL DEBIT TOTAL: ' GL-DEBIT-TOT
                   ' REGISTER GROSS: ' GRAND-GROSS
               DISPLAY 'GLEXTR MUST NOT BE POSTED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    Batch and file control records carry the deposit credit
      *    total; the file is padded with all-9 records to a full
      *    block of ten.
       1930-CLOSE-BANKXFER.

           MOVE XFER-ENTRY-NUM TO XC-ENTRY-COUNT.
           MOVE XFER-HASH-ACCUM TO XC-HASH.
           MOVE 0 TO XC-DEBIT.
           MOVE XFER-CREDIT TO XC-CREDIT.
           MOVE BK-COMPANY-ID TO XC-COMPANY-ID.
           MOVE BK-ODFI TO XC-ODFI.
           WRITE BANKXFER-REC FROM XFER-BATCH-CTL.
           ADD 2 TO XFER-REC-NUM.
           COMPUTE XFER-BLOCKS = (XFER-REC-NUM + 9) / 10.
           MOVE 1 TO XT-BATCH-COUNT.
           MOVE XFER-BLOCKS TO XT-BLOCK-COUNT.
           MOVE XFER-ENTRY-NUM TO XT-ENTRY-COUNT.
           MOVE XFER-HASH-ACCUM TO XT-HASH.
           MOVE 0 TO XT-DEBIT.
           MOVE XFER-CREDIT TO XT-CREDIT.
           WRITE BANKXFER-REC FROM XFER-FILE-CTL.
           PERFORM 1935-WRITE-XFER-PAD
               UNTIL XFER-REC-NUM >= XFER-BLOCKS * 10.

       1935-WRITE-XFER-PAD.

           WRITE BANKXFER-REC FROM XFER-PAD-REC.
           ADD 1 TO XFER-REC-NUM.

      *    Deposits plus checks must equal the register net pay, and
      *    the transfer file credit total must equal the deposits.
       1940-CHKREG-TOTALS.

           WRITE CHECKREG-REC FROM CHKREG-HEADING2
               AFTER ADVANCING 3 LINES.
           MOVE 'DIRECT DEPOSITS:' TO CT-DESC.
           MOVE DEP-NUM TO CT-KOUNT.
           MOVE DEP-TOTAL TO CT-AMOUNT.
           WRITE CHECKREG-REC FROM CHKREG-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CHECKS ISSUED:' TO CT-DESC.
           MOVE CHECK-ISSUED-NUM TO CT-KOUNT.
           MOVE CHECK-TOTAL TO CT-AMOUNT.
           WRITE CHECKREG-REC FROM CHKREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'NO PAYMENT - ZERO NET:' TO CT-DESC.
           MOVE NOPAY-NUM TO CT-KOUNT.
           MOVE 0 TO CT-AMOUNT.
           WRITE CHECKREG-REC FROM CHKREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'PRENOTES SENT:' TO CT-DESC.
           MOVE PRENOTE-NUM TO CT-KOUNT.
           MOVE 0 TO CT-AMOUNT.
           WRITE CHECKREG-REC FROM CHKREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           COMPUTE PAY-TOTAL = DEP-TOTAL + CHECK-TOTAL.
           MOVE 'TOTAL PAYMENTS:' TO CT-DESC.
           COMPUTE CT-KOUNT = DEP-NUM + CHECK-ISSUED-NUM.
           MOVE PAY-TOTAL TO CT-AMOUNT.
           WRITE CHECKREG-REC FROM CHKREG-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PAY REGISTER NET PAY:' TO CT-DESC.
           MOVE PAID-NUM TO CT-KOUNT.
           MOVE GRAND-NET TO CT-AMOUNT.
           WRITE CHECKREG-REC FROM CHKREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'BANK FILE CREDIT TOTAL:' TO CT-DESC.
           MOVE XFER-ENTRY-NUM TO CT-KOUNT.
           MOVE XFER-CREDIT TO CT-AMOUNT.
           WRITE CHECKREG-REC FROM CHKREG-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           IF CHECK-ISSUED-NUM > 0
               MOVE FIRST-CHECK-NUM TO CG-FIRST
               MOVE CHECK-NUM TO CG-LAST
               WRITE CHECKREG-REC FROM CHKREG-RANGE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           COMPUTE PAY-DIFF = GRAND-NET - PAY-TOTAL.
           IF PAY-DIFF = 0
              AND XFER-CREDIT = DEP-TOTAL
               MOVE 'DEPOSITS + CHECKS = REGISTER NET - IN BALANCE'
                   TO CB-RESULT
               MOVE 0 TO CB-DIFF
           ELSE
               MOVE '*** OUT OF BALANCE *** DIFFERENCE:' TO CB-RESULT
               IF PAY-DIFF = 0
                   COMPUTE PAY-DIFF = DEP-TOTAL - XFER-CREDIT
               END-IF
               MOVE PAY-DIFF TO CB-DIFF
               DISPLAY 'CHECK REGISTER OUT OF BALANCE - DIFFERENCE '
                   PAY-DIFF
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE CHECKREG-REC FROM CHKREG-BAL-LINE
               AFTER ADVANCING 2 LINES.

       1945-WRITE-CHECKNO.

           OPEN OUTPUT CHECKNO-FILE.
           MOVE CHECK-NUM TO CHECKNO-REC.
           WRITE CHECKNO-REC.
           CLOSE CHECKNO-FILE.

      *    The period paid is closed on PAYCAL and the period after it
      *    opened, so the same period cannot be paid twice.
       1948-CLOSE-PERIOD.

           MOVE 'N' TO PERIOD-CLOSE-SW.
           OPEN I-O PAYCAL-FILE.
           IF PAYCAL-STATUS NOT = '00'
               DISPLAY 'PAYCAL COULD NOT BE OPENED - STATUS '
                   PAYCAL-STATUS ' - PERIOD ' PER-YEAR '-' PER-NO
                   ' NOT CLOSED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO EOF-PC
               PERFORM 1949-CLOSE-PERIOD-REC
                   UNTIL EOF-PC = 1
               CLOSE PAYCAL-FILE
               IF PERIOD-CLOSE-SW = 'Y'
                   DISPLAY 'NO PAY PERIOD AFTER ' PER-YEAR '-' PER-NO
                       ' ON PAYCAL - ADD NEXT PERIODS BEFORE NEXT RUN'
               END-IF
           END-IF.

       1949-CLOSE-PERIOD-REC.

           READ PAYCAL-FILE
               AT END
                   MOVE 1 TO EOF-PC
               NOT AT END
                   IF PERIOD-CLOSE-SW = 'N'
                       IF PC-YEAR = PER-YEAR
                          AND PC-PERIOD = PER-NO
                           MOVE 'C' TO PC-STATUS
                           MOVE TODAY-DATE-NUM TO PC-CLOSE-DATE
                           REWRITE PAYCAL-REC
                           MOVE 'Y' TO PERIOD-CLOSE-SW
                       END-IF
                   ELSE
                       IF PERIOD-CLOSE-SW = 'Y'
                           IF PC-STATUS = SPACE
                               MOVE 'O' TO PC-STATUS
                               REWRITE PAYCAL-REC
                           END-IF
                           MOVE 'D' TO PERIOD-CLOSE-SW
                       END-IF
                   END-IF
           END-READ.

       1950-WRITE-RUNLOG.

           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE SPACES TO RUNLOG-REC.
           MOVE RUNLOG-NAME TO RL-PROGRAM.
           MOVE TODAY-DATE-NUM TO RL-RUN-DATE.
           MOVE RUN-TIME-HMS TO RL-RUN-TIME.
           MOVE CARD-NUM TO RL-READ.
