       SELECT OPTIONAL RATEMODE-FILE ASSIGN TO 'RATEMODE'
           FILE STATUS IS RATEMODE-STATUS.

       SELECT OPTIONAL RATEEFF-FILE ASSIGN TO 'RATEEFF'
           FILE STATUS IS RATEEFF-STATUS.

       SELECT OPTIONAL RETRO-FILE ASSIGN TO 'RETROTRG'
           FILE STATUS IS RETRO-STATUS.

       SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS I-EMPID OF EMPMAST-REC
           FILE STATUS IS EMPM-STATUS.

       SELECT PAYGRADE-FILE ASSIGN TO 'PAYGRADE'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS PG-KEY OF PAYGRADE-REC
           FILE STATUS IS PGRD-STATUS.

       SELECT REGISTER-FILE ASSIGN TO 'RATEINCR-PRNT'.


       LABEL RECORDS ARE STANDARD.
       01  RATEMODE-REC             PIC X(1).

       FD  RATEEFF-FILE
       LABEL RECORDS ARE STANDARD.
       01  RATEEFF-REC              PIC 9(8).

       FD  RETRO-FILE
       LABEL RECORDS ARE STANDARD.
       01  RETRO-REC.
           COPY RETROREC.

       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.

       01  EMPMAST-REC.
           COPY EMPREC.

       FD  PAYGRADE-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYGRADE-REC.
           COPY PGRDREC.

       FD  REGISTER-FILE
       LABEL RECORDS ARE OMITTED.
       01  REGISTER-REC             PIC X(135).
       01  RATECAP-STATUS           PIC XX       VALUE '00'.
       01  RATEMODE-STATUS          PIC XX       VALUE '00'.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  RATEEFF-STATUS           PIC XX       VALUE '00'.
       01  RETRO-STATUS             PIC XX       VALUE '00'.
       01  EFF-DATE                 PIC 9(8)     VALUE 0.
       01  RETRO-SW                 PIC X        VALUE 'N'.
       01  RETRO-NUM                PIC 9(5)     VALUE 0.
       01  TODAY-DATE-NUM           PIC 9(8)     VALUE 0.
       01  CURRENT-DATE-LONG.
           03  CUR-YR4              PIC 9(4).
           03  CUR-MON4             PIC 9(2).
           03  CUR-DAY4             PIC 9(2).
       01  EOF-P                    PIC 9        VALUE 0.
       01  EOF-M                    PIC 9        VALUE 0.
       01  RUN-MODE                 PIC X        VALUE 'U'.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
       01  TYPE-IDX                 PIC 99       VALUE 00.
       01  PGRD-STATUS              PIC XX       VALUE '00'.
       01  GRADE-OPEN-SW            PIC X        VALUE 'N'.
       01  GRADE-FOUND-SW           PIC X        VALUE 'N'.
       01  CALC-RATE                PIC 9(4)V99  VALUE 0.
       01  HELD-NUM                 PIC 9(5)     VALUE 0.

      *    Employees whose increase was held at the grade maximum,
      *    listed after the register.
       01  HELD-COUNT               PIC 999      VALUE 000.
       01  HELD-IDX                 PIC 999      VALUE 000.
       01  HELD-TABLE.
           03  HELD-ENTRY OCCURS 200 TIMES.
               05  HT-EMPID         PIC X(7).
               05  HT-LAST          PIC X(15).
               05  HT-FIRST         PIC X(15).
               05  HT-TYPE          PIC 9(2).
               05  HT-GRADE         PIC X(4).
               05  HT-OLD-RATE      PIC 9(4)V99.
               05  HT-CALC-RATE     PIC 9(4)V99.
               05  HT-MAX-RATE      PIC 9(4)V99.
               05  HT-NEW-RATE      PIC 9(4)V99.

       01  PCT-TABLE.
           03  TYPE-PCT             PIC 9(2)V99  OCCURS 10 TIMES
           03  FILLER               PIC X(31)
               VALUE '*** AUDIT ONLY - NO UPDATES ***'.

       01  RATE-EFF-LINE.
           03  FILLER               PIC X(44)    VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'EFFECTIVE '.
           03  RE-EFF-DATE          PIC 9999/99/99.
           03  FILLER               PIC X(24)
               VALUE ' - RETRO PAY QUEUED'.

       01  RATE-HEADING3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  R-NEW-RATE           PIC 9999.99.
           03  FILLER               PIC X(7)     VALUE SPACES.
           03  R-PCT                PIC Z9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  R-NOTE               PIC X(20).

       01  RATE-HELD-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(35)
               VALUE 'INCREASES HELD AT PAY GRADE MAXIMUM'.

       01  RATE-HELD-HEAD2.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'LAST'.
           03  FILLER               PIC X(13)    VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'FIRST'.
           03  FILLER               PIC X(12)    VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'TYPE'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'GRADE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'OLD RATE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'CALC RATE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'GRADE MAX'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'NEW RATE'.

       01  RATE-HELD-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  H-EMPID              PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  H-LAST               PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  H-FIRST              PIC X(15).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  H-TYPE               PIC 9(2).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  H-GRADE              PIC X(4).
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  H-OLD-RATE           PIC 9999.99.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  H-CALC-RATE          PIC 9999.99.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  H-MAX-RATE           PIC 9999.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  H-NEW-RATE           PIC 9999.99.

       01  RATE-TYPE-TOTAL.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(20)
               VALUE 'EMPLOYEES BYPASSED: '.
           03  RS-SKIP              PIC ZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(21)
               VALUE 'RETRO RATES QUEUED:  '.
           03  RS-RETRO             PIC ZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(19)
               VALUE 'HELD AT GRADE MAX: '.
           03  RS-HELD              PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0100-LOAD-RATEPARM.
           PERFORM 0200-READ-RATECAP.
           PERFORM 0300-READ-RATEMODE.
           PERFORM 0400-READ-RATEEFF.
           IF RUN-MODE = 'A'
               OPEN INPUT EMPMAST-FILE
           ELSE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYGRADE-FILE.
           IF PGRD-STATUS = '00'
               MOVE 'Y' TO GRADE-OPEN-SW
           ELSE
               DISPLAY 'PAYGRADE NOT AVAILABLE - STATUS ' PGRD-STATUS
                   ' - INCREASES NOT CAPPED AT GRADE MAXIMUM'
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-PROCESS-MASTER
               UNTIL EOF-M = 1.
           PERFORM 1900-PRINT-TOTALS.
           PERFORM 1950-PRINT-HELD.
           IF RETRO-SW = 'Y'
               CLOSE RETRO-FILE
           END-IF.
           IF GRADE-OPEN-SW = 'Y'
               CLOSE PAYGRADE-FILE
           END-IF.
           CLOSE EMPMAST-FILE
                 REGISTER-FILE.
           STOP RUN.
               CLOSE RATEMODE-FILE
           END-IF.

       0400-READ-RATEEFF.

           OPEN INPUT RATEEFF-FILE.
           IF RATEEFF-STATUS = '00'
               READ RATEEFF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RATEEFF-REC NUMERIC
                           MOVE RATEEFF-REC TO EFF-DATE
                       ELSE
                           DISPLAY 'RATEEFF NOT NUMERIC - IGNORED'
                       END-IF
               END-READ
               CLOSE RATEEFF-FILE
           END-IF.
           IF EFF-DATE > 0
              AND EFF-DATE < TODAY-DATE-NUM
              AND RUN-MODE NOT = 'A'
               MOVE 'Y' TO RETRO-SW
               OPEN EXTEND RETRO-FILE
           END-IF.

       1000-PROCESS-MASTER.

           IF I-TERM-ST OF EMPMAST-REC = 'T'
                       I-EMPID OF EMPMAST-REC
                   MOVE OLD-RATE TO NEW-RATE
           END-COMPUTE.
           MOVE SPACES TO R-NOTE.
           IF GRADE-OPEN-SW = 'Y'
               PERFORM 1120-CHECK-GRADE-MAX
           END-IF.
           IF NEW-RATE = OLD-RATE
               ADD 1 TO SKIP-NUM
           ELSE
               IF RUN-MODE NOT = 'A'
                   MOVE NEW-RATE TO I-RATE OF EMPMAST-REC
                   REWRITE EMPMAST-REC
                   IF RETRO-SW = 'Y'
                       PERFORM 1150-WRITE-RETRO
                   END-IF
               END-IF
               PERFORM 1200-PRINT-CHANGE
               ADD 1 TO CHG-NUM
               ADD NEW-RATE TO TT-NEW-TOT (I-TYPE OF EMPMAST-REC)
           END-IF.

      *    No increase may take the rate past the maximum of the
      *    employee's pay grade; one already at or over it gets none.
       1120-CHECK-GRADE-MAX.

           PERFORM 1130-FIND-GRADE.
           IF GRADE-FOUND-SW = 'Y'
              AND NEW-RATE > PG-MAX-RATE
               MOVE NEW-RATE TO CALC-RATE
               IF OLD-RATE < PG-MAX-RATE
                   MOVE PG-MAX-RATE TO NEW-RATE
                   MOVE 'CAPPED AT GRADE MAX' TO R-NOTE
               ELSE
                   MOVE OLD-RATE TO NEW-RATE
               END-IF
               ADD 1 TO HELD-NUM
               IF HELD-COUNT < 200
                   ADD 1 TO HELD-COUNT
                   MOVE I-EMPID OF EMPMAST-REC TO HT-EMPID (HELD-COUNT)
                   MOVE I-LAST OF EMPMAST-REC TO HT-LAST (HELD-COUNT)
                   MOVE I-FIRST OF EMPMAST-REC TO HT-FIRST (HELD-COUNT)
                   MOVE I-TYPE OF EMPMAST-REC TO HT-TYPE (HELD-COUNT)
                   MOVE PG-GRADE TO HT-GRADE (HELD-COUNT)
                   MOVE OLD-RATE TO HT-OLD-RATE (HELD-COUNT)
                   MOVE CALC-RATE TO HT-CALC-RATE (HELD-COUNT)
                   MOVE PG-MAX-RATE TO HT-MAX-RATE (HELD-COUNT)
                   MOVE NEW-RATE TO HT-NEW-RATE (HELD-COUNT)
               ELSE
                   DISPLAY 'HELD LIST FULL - ' I-EMPID OF EMPMAST-REC
                       ' HELD AT GRADE MAXIMUM, NOT LISTED'
               END-IF
           END-IF.

      *    The grade for the exact title is used when there is one,
      *    otherwise the grade for the type as a whole.
       1130-FIND-GRADE.

           MOVE 'N' TO GRADE-FOUND-SW.
           MOVE I-TYPE OF EMPMAST-REC TO PG-TYPE.
           MOVE I-TITLE OF EMPMAST-REC TO PG-TITLE.
           READ PAYGRADE-FILE
               INVALID KEY
                   MOVE I-TYPE OF EMPMAST-REC TO PG-TYPE
                   MOVE SPACES TO PG-TITLE
                   READ PAYGRADE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO GRADE-FOUND-SW
                   END-READ
               NOT INVALID KEY
                   MOVE 'Y' TO GRADE-FOUND-SW
           END-READ.

       1150-WRITE-RETRO.

           MOVE SPACES TO RETRO-REC.
           MOVE I-EMPID OF EMPMAST-REC TO RT-EMPID.
           MOVE EFF-DATE TO RT-EFF-DATE.
           MOVE OLD-RATE TO RT-OLD-RATE.
           MOVE NEW-RATE TO RT-NEW-RATE.
           MOVE 'RATEINCR' TO RT-SOURCE.
           MOVE TODAY-DATE-NUM TO RT-ENTRY-DATE.
           WRITE RETRO-REC.
           ADD 1 TO RETRO-NUM.

       1200-PRINT-CHANGE.

           MOVE I-EMPID OF EMPMAST-REC TO R-EMPID.
               WRITE REGISTER-REC FROM RATE-AUDIT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF RETRO-SW = 'Y'
               MOVE EFF-DATE TO RE-EFF-DATE
               WRITE REGISTER-REC FROM RATE-EFF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REGISTER-REC FROM RATE-HEADING3
               AFTER ADVANCING 2 LINES.
           ADD 1 TO PAGE-KOUNT.
           END-PERFORM.
           MOVE CHG-NUM TO RS-CHG.
           MOVE SKIP-NUM TO RS-SKIP.
           MOVE RETRO-NUM TO RS-RETRO.
           MOVE HELD-NUM TO RS-HELD.
           WRITE REGISTER-REC FROM RATE-SUMMARY
               AFTER ADVANCING 2 LINES.

       1950-PRINT-HELD.

           IF HELD-COUNT > 0
               WRITE REGISTER-REC FROM RATE-HELD-HEAD
                   AFTER ADVANCING 3 LINES
               WRITE REGISTER-REC FROM RATE-HELD-HEAD2
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT
               MOVE HT-EMPID (HELD-IDX) TO H-EMPID
               MOVE HT-LAST (HELD-IDX) TO H-LAST
               MOVE HT-FIRST (HELD-IDX) TO H-FIRST
               MOVE HT-TYPE (HELD-IDX) TO H-TYPE
               MOVE HT-GRADE (HELD-IDX) TO H-GRADE
               MOVE HT-OLD-RATE (HELD-IDX) TO H-OLD-RATE
               MOVE HT-CALC-RATE (HELD-IDX) TO H-CALC-RATE
               MOVE HT-MAX-RATE (HELD-IDX) TO H-MAX-RATE
               MOVE HT-NEW-RATE (HELD-IDX) TO H-NEW-RATE
               WRITE REGISTER-REC FROM RATE-HELD-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.

       2000-READ-MASTER.

           READ EMPMAST-FILE
