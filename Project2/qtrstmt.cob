       SELECT OPTIONAL YTDHIST-FILE ASSIGN TO 'EMPYTDHST'
           FILE STATUS IS YTDH-STATUS.

       SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'PAYCAL'
           FILE STATUS IS PAYCAL-STATUS.


       DATA DIVISION.

       LABEL RECORDS ARE STANDARD.
       01  YTDHIST-REC              PIC X(120).

       FD  PAYCAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYCAL-REC.
           COPY PCALREC.

       WORKING-STORAGE SECTION.
       01  EMPY-STATUS              PIC XX       VALUE '00'.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  QTRPARM-STATUS           PIC XX       VALUE '00'.
       01  YTDH-STATUS              PIC XX       VALUE '00'.
       01  PAYCAL-STATUS            PIC XX       VALUE '00'.
       01  EOF-PC                   PIC 9        VALUE 0.
       01  LAST-CLOSED-CHECK        PIC 9(8)     VALUE 0.
       01  LAST-CLOSED-X REDEFINES LAST-CLOSED-CHECK.
           03  LC-YR                PIC 9(4).
           03  LC-MON               PIC 9(2).
           03  LC-DAY               PIC 9(2).
       01  PC-QTR                   PIC 9        VALUE 0.
       01  QTR-PERIOD-NUM           PIC 999      VALUE 0.
       01  EOF-Y                    PIC 9        VALUE 0.
       01  EOF-YH                   PIC 9        VALUE 0.
       01  STMT-NUM                 PIC 9999     VALUE 0000.
           03  FILLER               PIC X(6)     VALUE 'YEAR: '.
           03  H3-YEAR              PIC 9(4).

       01  STMT-HEADING4.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(13)    VALUE 'PAY PERIODS: '.
           03  H4-FIRST-YEAR        PIC 9(4).
           03  FILLER               PIC X        VALUE '-'.
           03  H4-FIRST-NO          PIC 99.
           03  FILLER               PIC X(6)     VALUE ' THRU '.
           03  H4-LAST-YEAR         PIC 9(4).
           03  FILLER               PIC X        VALUE '-'.
           03  H4-LAST-NO           PIC 99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(13)    VALUE 'CHECK DATES: '.
           03  H4-FIRST-MON         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H4-FIRST-DAY         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H4-FIRST-YR          PIC 9999.
           03  FILLER               PIC X(6)     VALUE ' THRU '.
           03  H4-LAST-MON          PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H4-LAST-DAY          PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H4-LAST-YR           PIC 9999.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  H4-NUM               PIC ZZ9.
           03  FILLER               PIC X(8)     VALUE ' PERIODS'.

       01  STMT-EMP-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  ST-EMPID             PIC X(7).
           03  FILLER               PIC X(7)     VALUE 'HOURS: '.
           03  SY-HOURS             PIC ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(14)
               VALUE 'PERIODS PAID: '.
           03  SY-WEEKS             PIC ZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(12)    VALUE 'CHECK DATE: '.
           03  SY-LAST-PAID         PIC 9(8).
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  SY-PERIOD-LIT        PIC X(8)     VALUE 'PERIOD: '.
           03  SY-PERIOD-YEAR       PIC X(4).
           03  SY-PERIOD-DASH       PIC X        VALUE '-'.
           03  SY-PERIOD-NO         PIC X(2).

       01  STMT-COUNT-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           COMPUTE RPT-QTR = (CUR-MON4 + 2) / 3.
           MOVE CUR-YR4 TO RPT-YEAR.
           PERFORM 0050-READ-PAYCAL.
           PERFORM 0100-READ-QTRPARM.
           PERFORM 0150-FIND-QTR-PERIODS.
           PERFORM 0200-OPEN-FILES.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-YTD.
           PERFORM 0300-CLOSE-FILES.
           STOP RUN.

      *    Quarters follow the check date on PAYCAL, so by default the
      *    quarter reported is the one holding the check date of the
      *    last closed pay period. QTRPARM still overrides.
       0050-READ-PAYCAL.

           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS = '00'
               MOVE 0 TO EOF-PC
               PERFORM 0060-READ-CLOSED-PERIOD
                   UNTIL EOF-PC = 1
               CLOSE PAYCAL-FILE
           END-IF.
           IF LAST-CLOSED-CHECK > 0
               COMPUTE RPT-QTR = (LC-MON + 2) / 3
               MOVE LC-YR TO RPT-YEAR
           END-IF.

       0060-READ-CLOSED-PERIOD.

           READ PAYCAL-FILE
               AT END
                   MOVE 1 TO EOF-PC
               NOT AT END
                   IF PC-STATUS = 'C'
                      AND PC-CHECK-DATE > LAST-CLOSED-CHECK
                       MOVE PC-CHECK-DATE TO LAST-CLOSED-CHECK
                   END-IF
           END-READ.

       0100-READ-QTRPARM.

           OPEN INPUT QTRPARM-FILE.
               CLOSE QTRPARM-FILE
           END-IF.

      *    The pay periods whose check dates fall in the quarter are
      *    listed in the heading.
       0150-FIND-QTR-PERIODS.

           MOVE 0 TO QTR-PERIOD-NUM.
           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS = '00'
               MOVE 0 TO EOF-PC
               PERFORM 0155-READ-QTR-PERIOD
                   UNTIL EOF-PC = 1
               CLOSE PAYCAL-FILE
           END-IF.
           MOVE QTR-PERIOD-NUM TO H4-NUM.

       0155-READ-QTR-PERIOD.

           READ PAYCAL-FILE
               AT END
                   MOVE 1 TO EOF-PC
               NOT AT END
                   COMPUTE PC-QTR = (PC-CHECK-MON + 2) / 3
                   IF PC-CHECK-YR = RPT-YEAR
                      AND PC-QTR = RPT-QTR
                       PERFORM 0160-ADD-QTR-PERIOD
                   END-IF
           END-READ.

       0160-ADD-QTR-PERIOD.

           ADD 1 TO QTR-PERIOD-NUM.
           IF QTR-PERIOD-NUM = 1
               MOVE PC-YEAR TO H4-FIRST-YEAR
               MOVE PC-PERIOD TO H4-FIRST-NO
               MOVE PC-CHECK-MON TO H4-FIRST-MON
               MOVE PC-CHECK-DAY TO H4-FIRST-DAY
               MOVE PC-CHECK-YR TO H4-FIRST-YR
           END-IF.
           MOVE PC-YEAR TO H4-LAST-YEAR.
           MOVE PC-PERIOD TO H4-LAST-NO.
           MOVE PC-CHECK-MON TO H4-LAST-MON.
           MOVE PC-CHECK-DAY TO H4-LAST-DAY.
           MOVE PC-CHECK-YR TO H4-LAST-YR.

       0200-OPEN-FILES.

           OPEN INPUT EMPYTD-FILE.
           MOVE Y-HOURS TO SY-HOURS.
           MOVE Y-WEEKS TO SY-WEEKS.
           MOVE Y-LAST-PAID TO SY-LAST-PAID.
           IF Y-LAST-PERIOD OF EMPYTD-REC NUMERIC
              AND Y-LAST-PERIOD OF EMPYTD-REC > 0
               MOVE 'PERIOD: ' TO SY-PERIOD-LIT
               MOVE Y-LAST-PERIOD OF EMPYTD-REC (1:4) TO SY-PERIOD-YEAR
               MOVE '-' TO SY-PERIOD-DASH
               MOVE Y-LAST-PERIOD OF EMPYTD-REC (5:2) TO SY-PERIOD-NO
           ELSE
               MOVE SPACES TO SY-PERIOD-LIT
               MOVE SPACES TO SY-PERIOD-YEAR
               MOVE SPACES TO SY-PERIOD-DASH
               MOVE SPACES TO SY-PERIOD-NO
           END-IF.
           WRITE STMT-REC FROM STMT-YTD-LINE
               AFTER ADVANCING 1 LINES.
           ADD 4 TO LINE-KOUNT.
           MOVE RPT-YEAR TO H3-YEAR.
           WRITE STMT-REC FROM STMT-HEADING3
               AFTER ADVANCING 2 LINES.
           IF QTR-PERIOD-NUM > 0
               WRITE STMT-REC FROM STMT-HEADING4
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.

