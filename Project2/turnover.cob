       IDENTIFICATION DIVISION.
       PROGRAM-ID.  turnover.
       AUTHOR. Sonali Shah.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS I-EMPID OF EMPMAST-REC
           FILE STATUS IS EMPM-STATUS.

       SELECT OPTIONAL CHGHIST-FILE ASSIGN TO 'EMPCHGHST'
           FILE STATUS IS CHGH-STATUS.

       SELECT OPTIONAL TURNPARM-FILE ASSIGN TO 'TURNPARM'
           FILE STATUS IS TURNPARM-STATUS.

       SELECT OPTIONAL DEPTREF-FILE ASSIGN TO 'DEPTREF'
           FILE STATUS IS DEPTREF-STATUS.

       SELECT SORT-WORK    ASSIGN TO 'SORTWK1'.

       SELECT REPORT-FILE  ASSIGN TO 'TURNOVER-PRNT'.

       SELECT CSV-FILE     ASSIGN TO 'TURNOVER-CSV'.


       DATA DIVISION.

       FILE SECTION.
       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.

       01  EMPMAST-REC.
           COPY EMPREC.

       FD  CHGHIST-FILE
       LABEL RECORDS ARE STANDARD.

       01  CHGHIST-REC.
           COPY CHGHREC.

      *    TP-QTR 1-4 asks for that quarter of TP-YEAR; otherwise the
      *    month TP-MON of TP-YEAR is reported.
       FD  TURNPARM-FILE
       LABEL RECORDS ARE STANDARD.
       01  TURNPARM-REC.
           03  TP-YEAR              PIC 9(4).
           03  TP-MON               PIC 9(2).
           03  TP-QTR               PIC 9(1).

       FD  DEPTREF-FILE
       LABEL RECORDS ARE STANDARD.
       01  DEPTREF-REC.
           COPY DEPTREC.

       SD  SORT-WORK.
       01  SORT-REC.
           03  SR-DEPT              PIC X(4).
           03  SR-SUB               PIC 99.

       FD  REPORT-FILE
       LABEL RECORDS ARE OMITTED.
       01  REPORT-REC               PIC X(135).

       FD  CSV-FILE
       LABEL RECORDS ARE OMITTED.
       01  CSV-REC                  PIC X(120).

       WORKING-STORAGE SECTION.
       COPY TYPECODE.

       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  CHGH-STATUS              PIC XX       VALUE '00'.
       01  TURNPARM-STATUS          PIC XX       VALUE '00'.
       01  DEPTREF-STATUS           PIC XX       VALUE '00'.
       01  EOF-M                    PIC 9        VALUE 0.
       01  EOF-H                    PIC 9        VALUE 0.
       01  EOF-R                    PIC 9        VALUE 0.
       01  EOF-S                    PIC 9        VALUE 0.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
       01  HIST-NUM                 PIC 9(6)     VALUE 0.
       01  HIST-USED-NUM            PIC 9(6)     VALUE 0.

      *    Reporting period. PER-TYPE is 'M' for a month or 'Q' for
      *    a quarter; PER-BEGIN and PER-END bound CH-RUN-DATE.
       01  PER-TYPE                 PIC X        VALUE 'M'.
       01  PER-YEAR                 PIC 9(4)     VALUE 0.
       01  PER-MON                  PIC 99       VALUE 0.
       01  PER-QTR                  PIC 9        VALUE 0.
       01  PER-FIRST-MON            PIC 99       VALUE 0.
       01  PER-LAST-MON             PIC 99       VALUE 0.
       01  PER-BEGIN                PIC 9(8)     VALUE 0.
       01  PER-BEGIN-X REDEFINES PER-BEGIN.
           03  PB-YR                PIC 9(4).
           03  PB-MON               PIC 9(2).
           03  PB-DAY               PIC 9(2).
       01  PER-END                  PIC 9(8)     VALUE 0.
       01  PER-END-X REDEFINES PER-END.
           03  PE-YR                PIC 9(4).
           03  PE-MON               PIC 9(2).
           03  PE-DAY               PIC 9(2).
       01  PER-CSV-ID               PIC X(7)     VALUE SPACES.
       01  LEAP-QUOT                PIC 9(4)     VALUE 0.
       01  LEAP-REM4                PIC 9(4)     VALUE 0.
       01  LEAP-REM100              PIC 9(4)     VALUE 0.
       01  LEAP-REM400              PIC 9(4)     VALUE 0.

       01  MONTH-DAYS-INIT          PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-INIT.
           03  MONTH-DAYS           PIC 99       OCCURS 12 TIMES.

       01  DEPT-REF-COUNT           PIC 99       VALUE 00.
       01  DEPT-REF-IDX             PIC 99       VALUE 00.
       01  DEPT-REF-TABLE.
           03  DEPT-REF-ENTRY OCCURS 50 TIMES.
               05  DRT-DEPT         PIC X(4).
               05  DRT-NAME         PIC X(25).

      *    History images. An image is an active head when it is
      *    present and I-TERM-ST is not 'T'.
       01  BEFORE-IMAGE.
           COPY EMPREC.
       01  AFTER-IMAGE.
           COPY EMPREC.
       01  BEFORE-ACTIVE-SW         PIC X        VALUE 'N'.
       01  AFTER-ACTIVE-SW          PIC X        VALUE 'N'.
       01  RUN-DATE-WORK            PIC 9(8)     VALUE 0.
       01  RUN-DATE-X REDEFINES RUN-DATE-WORK.
           03  RD-YR                PIC 9(4).
           03  RD-MON               PIC 9(2).
           03  RD-DAY               PIC 9(2).

       01  TERM-YR-WORK             PIC 9(4)     VALUE 0.
       01  TERM-MON-WORK            PIC 99       VALUE 0.
       01  TERM-DAY-WORK            PIC 99       VALUE 0.
       01  TENURE-MOS               PIC S9(5)    VALUE 0.
       01  TENURE-SW                PIC X        VALUE 'N'.

      *    Movement by department and by I-TYPE. CLOSE starts as
      *    today's active heads and is backed out to the period end;
      *    OPEN is then CLOSE less the movement within the period.
       01  DEPT-COUNT               PIC 99       VALUE 00.
       01  DEPT-IDX                 PIC 99       VALUE 00.
       01  DEPT-SUB                 PIC 99       VALUE 00.
       01  FIND-DEPT                PIC X(4)     VALUE SPACES.
       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 60 TIMES.
               05  DT-DEPT          PIC X(4).
               05  DT-STATS.
                   07  DT-OPEN      PIC S9(5).
                   07  DT-HIRE      PIC 9(5).
                   07  DT-TERM      PIC 9(5).
                   07  DT-XIN       PIC 9(5).
                   07  DT-XOUT      PIC 9(5).
                   07  DT-CLOSE     PIC S9(5).
                   07  DT-TEN-MOS   PIC 9(7).
                   07  DT-TEN-NUM   PIC 9(5).

       01  TYPE-IDX                 PIC 99       VALUE 00.
       01  TYPE-TABLE.
           03  TYPE-ENTRY OCCURS 10 TIMES.
               05  TT-STATS.
                   07  TT-OPEN      PIC S9(5).
                   07  TT-HIRE      PIC 9(5).
                   07  TT-TERM      PIC 9(5).
                   07  TT-XIN       PIC 9(5).
                   07  TT-XOUT      PIC 9(5).
                   07  TT-CLOSE     PIC S9(5).
                   07  TT-TEN-MOS   PIC 9(7).
                   07  TT-TEN-NUM   PIC 9(5).

      *    One line's figures, moved in from a table entry or the
      *    section totals before it is printed and written to CSV.
       01  STAT-WORK.
           03  SW-OPEN              PIC S9(5).
           03  SW-HIRE              PIC 9(5).
           03  SW-TERM              PIC 9(5).
           03  SW-XIN               PIC 9(5).
           03  SW-XOUT              PIC 9(5).
           03  SW-CLOSE             PIC S9(5).
           03  SW-TEN-MOS           PIC 9(7).
           03  SW-TEN-NUM           PIC 9(5).
       01  STAT-TOTALS.
           03  ST-OPEN              PIC S9(5).
           03  ST-HIRE              PIC 9(5).
           03  ST-TERM              PIC 9(5).
           03  ST-XIN               PIC 9(5).
           03  ST-XOUT              PIC 9(5).
           03  ST-CLOSE             PIC S9(5).
           03  ST-TEN-MOS           PIC 9(7).
           03  ST-TEN-NUM           PIC 9(5).
       01  LINE-CODE                PIC X(4)     VALUE SPACES.
       01  LINE-NAME                PIC X(25)    VALUE SPACES.
       01  CSV-SECTION              PIC X(5)     VALUE SPACES.
       01  TURN-PCT                 PIC 999V9    VALUE 0.
       01  AVG-TENURE               PIC 99V9     VALUE 0.

       01  CSV-LINE                 PIC X(120)   VALUE SPACES.
       01  CSV-HEADING.
           03  FILLER               PIC X(41)
               VALUE 'PERIOD,SECTION,CODE,NAME,OPEN,HIRES,TERMS'.
           03  FILLER               PIC X(46)
               VALUE ',XFERIN,XFEROUT,CLOSE,TURNOVERPCT,AVGTENUREYRS'.
           03  FILLER               PIC X(33)    VALUE SPACES.
       01  CSV-OPEN                 PIC -(5)9.
       01  CSV-HIRE                 PIC Z(4)9.
       01  CSV-TERM                 PIC Z(4)9.
       01  CSV-XIN                  PIC Z(4)9.
       01  CSV-XOUT                 PIC Z(4)9.
       01  CSV-CLOSE                PIC -(5)9.
       01  CSV-TURN                 PIC ZZ9.9.
       01  CSV-TENURE               PIC Z9.9.

       01  CURRENT-DATE.
           03  CUR-YR               PIC X(2).
           03  CUR-MON              PIC X(2).
           03  CUR-DAY              PIC X(2).

       01  CURRENT-DATE-LONG.
           03  CUR-YR4              PIC 9(4).
           03  CUR-MON4             PIC 9(2).
           03  CUR-DAY4             PIC 9(2).

       01  TURN-HEADING1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  HEAD-MON             PIC Z9.
           03  FILLER               PIC X        VALUE '/'.
           03  HEAD-DAY             PIC Z9.
           03  FILLER               PIC X        VALUE '/'.
           03  HEAD-YR              PIC Z9.
           03  FILLER               PIC X(36)    VALUE SPACES.
           03  FILLER               PIC X(28)
               VALUE 'THE BEST IS YET TO COME, INC'.
           03  FILLER               PIC X(34)    VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE ' PAGE:'.
           03  HEAD-PAGE            PIC ZZZZ.

       01  TURN-HEADING2.
           03  FILLER               PIC X(42)    VALUE SPACES.
           03  FILLER               PIC X(33)
               VALUE 'HEADCOUNT AND TURNOVER STATISTICS'.

       01  TURN-HEADING3.
           03  FILLER               PIC X(38)    VALUE SPACES.
           03  H3-LABEL             PIC X(8).
           03  H3-PERIOD            PIC X(7).
           03  FILLER               PIC X(7)     VALUE '  FROM '.
           03  H3-BEGIN-MON         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H3-BEGIN-DAY         PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H3-BEGIN-YR          PIC 9(4).
           03  FILLER               PIC X(4)     VALUE ' TO '.
           03  H3-END-MON           PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H3-END-DAY           PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H3-END-YR            PIC 9(4).

       01  TURN-SECTION-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  SH-TITLE             PIC X(30).

       01  TURN-COLUMN-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'CODE'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  CH-NAME-HEAD         PIC X(25).
           03  FILLER               PIC X(8)     VALUE '    OPEN'.
           03  FILLER               PIC X(8)     VALUE '   HIRES'.
           03  FILLER               PIC X(8)     VALUE '   TERMS'.
           03  FILLER               PIC X(8)     VALUE '  XFR-IN'.
           03  FILLER               PIC X(8)     VALUE ' XFR-OUT'.
           03  FILLER               PIC X(8)     VALUE '   CLOSE'.
           03  FILLER               PIC X(9)     VALUE ' TURNOVER'.
           03  FILLER               PIC X(13)    VALUE '   AVG TENURE'.

       01  TURN-DETAIL-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-CODE              PIC X(4).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-NAME              PIC X(25).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-OPEN              PIC -ZZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-HIRE              PIC ZZZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-TERM              PIC ZZZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-XIN               PIC ZZZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-XOUT              PIC ZZZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-CLOSE             PIC -ZZZZ9.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  TD-TURN              PIC ZZ9.9.
           03  FILLER               PIC X(1)     VALUE '%'.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  TD-TENURE            PIC Z9.9.
           03  FILLER               PIC X(4)     VALUE ' YRS'.

       01  TURN-COUNT-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(31)
               VALUE 'CHANGE HISTORY RECORDS READ:   '.
           03  TC-READ              PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(30)
               VALUE 'AFFECTING PERIOD OR CLOSING:  '.
           03  TC-USED              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           PERFORM 0100-READ-TURNPARM.
           PERFORM 0150-SET-PERIOD.
           PERFORM 0200-LOAD-DEPTREF.
           PERFORM 0300-OPEN-FILES.
           PERFORM 1000-COUNT-CURRENT.
           PERFORM 2000-APPLY-HISTORY.
           PERFORM 2900-FIGURE-OPENING.
           OPEN OUTPUT REPORT-FILE
                       CSV-FILE.
           WRITE CSV-REC FROM CSV-HEADING.
           PERFORM 1400-PRINT-HEAD.
           SORT SORT-WORK
               ON ASCENDING KEY SR-DEPT
               INPUT PROCEDURE IS 3000-RELEASE-DEPTS
               OUTPUT PROCEDURE IS 4000-PRINT-DEPTS.
           PERFORM 5000-PRINT-TYPES.
           MOVE HIST-NUM TO TC-READ.
           MOVE HIST-USED-NUM TO TC-USED.
           WRITE REPORT-REC FROM TURN-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE REPORT-FILE
                 CSV-FILE.
           STOP RUN.

      *    Without TURNPARM the report covers last month.
       0100-READ-TURNPARM.

           IF CUR-MON4 = 1
               COMPUTE PER-YEAR = CUR-YR4 - 1
               MOVE 12 TO PER-MON
           ELSE
               MOVE CUR-YR4 TO PER-YEAR
               COMPUTE PER-MON = CUR-MON4 - 1
           END-IF.
           OPEN INPUT TURNPARM-FILE.
           IF TURNPARM-STATUS = '00'
               READ TURNPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-YEAR NOT NUMERIC
                          OR TP-YEAR = 0
                           DISPLAY 'TURNPARM YEAR INVALID - ' TP-YEAR
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE TP-YEAR TO PER-YEAR
                       IF TP-QTR NUMERIC
                          AND TP-QTR >= 1 AND TP-QTR <= 4
                           MOVE 'Q' TO PER-TYPE
                           MOVE TP-QTR TO PER-QTR
                       ELSE
                           IF TP-MON NOT NUMERIC
                              OR TP-MON < 1 OR TP-MON > 12
                               DISPLAY 'TURNPARM MONTH INVALID - '
                                   TP-MON
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE TP-MON TO PER-MON
                       END-IF
               END-READ
               CLOSE TURNPARM-FILE
           END-IF.

       0150-SET-PERIOD.

           IF PER-TYPE = 'Q'
               COMPUTE PER-FIRST-MON = (PER-QTR - 1) * 3 + 1
               COMPUTE PER-LAST-MON = PER-QTR * 3
               MOVE 'QUARTER ' TO H3-LABEL
               MOVE SPACES TO PER-CSV-ID
               STRING PER-YEAR DELIMITED BY SIZE
                      '-Q' DELIMITED BY SIZE
                      PER-QTR DELIMITED BY SIZE
                      INTO PER-CSV-ID
               END-STRING
           ELSE
               MOVE PER-MON TO PER-FIRST-MON
               MOVE PER-MON TO PER-LAST-MON
               MOVE 'MONTH   ' TO H3-LABEL
               MOVE SPACES TO PER-CSV-ID
               STRING PER-YEAR DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      PER-MON DELIMITED BY SIZE
                      INTO PER-CSV-ID
               END-STRING
           END-IF.
           MOVE PER-CSV-ID TO H3-PERIOD.
           MOVE PER-YEAR TO PB-YR.
           MOVE PER-FIRST-MON TO PB-MON.
           MOVE 01 TO PB-DAY.
           MOVE PER-YEAR TO PE-YR.
           MOVE PER-LAST-MON TO PE-MON.
           MOVE MONTH-DAYS (PER-LAST-MON) TO PE-DAY.
           IF PER-LAST-MON = 2
               DIVIDE PER-YEAR BY 4 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM4
               DIVIDE PER-YEAR BY 100 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM100
               DIVIDE PER-YEAR BY 400 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM400
               IF LEAP-REM4 = 0
                  AND (LEAP-REM100 NOT = 0 OR LEAP-REM400 = 0)
                   MOVE 29 TO PE-DAY
               END-IF
           END-IF.
           MOVE PB-MON TO H3-BEGIN-MON.
           MOVE PB-DAY TO H3-BEGIN-DAY.
           MOVE PB-YR  TO H3-BEGIN-YR.
           MOVE PE-MON TO H3-END-MON.
           MOVE PE-DAY TO H3-END-DAY.
           MOVE PE-YR  TO H3-END-YR.

       0200-LOAD-DEPTREF.

           OPEN INPUT DEPTREF-FILE.
           IF DEPTREF-STATUS = '00'
               PERFORM 0250-LOAD-DEPT-REC
                   UNTIL EOF-R = 1
               CLOSE DEPTREF-FILE
           END-IF.

       0250-LOAD-DEPT-REC.

           READ DEPTREF-FILE
               AT END
                   MOVE 1 TO EOF-R
               NOT AT END
                   IF DEPT-REF-COUNT < 50
                       ADD 1 TO DEPT-REF-COUNT
                       MOVE DR-DEPT TO DRT-DEPT (DEPT-REF-COUNT)
                       MOVE DR-NAME TO DRT-NAME (DEPT-REF-COUNT)
                   ELSE
                       DISPLAY 'DEPTREF EXCEEDS TABLE - ' DR-DEPT
                           ' NOT LOADED'
                   END-IF
           END-READ.

       0300-OPEN-FILES.

           OPEN INPUT EMPMAST-FILE.
           IF EMPM-STATUS NOT = '00'
               DISPLAY 'EMPMAST COULD NOT BE OPENED - STATUS '
                   EMPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CHGHIST-FILE.
           IF CHGH-STATUS NOT = '00'
               DISPLAY 'EMPCHGHST NOT AVAILABLE - STATUS '
                   CHGH-STATUS ' - NO MOVEMENT REPORTED'
           END-IF.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 10
               MOVE 0 TO TT-OPEN (TYPE-IDX)
               MOVE 0 TO TT-HIRE (TYPE-IDX)
               MOVE 0 TO TT-TERM (TYPE-IDX)
               MOVE 0 TO TT-XIN (TYPE-IDX)
               MOVE 0 TO TT-XOUT (TYPE-IDX)
               MOVE 0 TO TT-CLOSE (TYPE-IDX)
               MOVE 0 TO TT-TEN-MOS (TYPE-IDX)
               MOVE 0 TO TT-TEN-NUM (TYPE-IDX)
           END-PERFORM.

      *    Today's active employees by department and type.
       1000-COUNT-CURRENT.

           PERFORM 1100-READ-MASTER.
           PERFORM 1200-COUNT-EMPLOYEE
               UNTIL EOF-M = 1.
           CLOSE EMPMAST-FILE.

       1100-READ-MASTER.

           READ EMPMAST-FILE
           AT END MOVE 1 TO EOF-M.

       1200-COUNT-EMPLOYEE.

           IF I-TERM-ST OF EMPMAST-REC NOT = 'T'
               MOVE I-DEPT OF EMPMAST-REC TO FIND-DEPT
               PERFORM 1250-FIND-DEPT
               IF DEPT-SUB > 0
                   ADD 1 TO DT-CLOSE (DEPT-SUB)
               END-IF
               IF I-TYPE OF EMPMAST-REC >= 01
                  AND I-TYPE OF EMPMAST-REC <= 10
                   ADD 1 TO TT-CLOSE (I-TYPE OF EMPMAST-REC)
               END-IF
           END-IF.
           PERFORM 1100-READ-MASTER.

       1250-FIND-DEPT.

           MOVE 0 TO DEPT-SUB.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DT-DEPT (DEPT-IDX) = FIND-DEPT
                   MOVE DEPT-IDX TO DEPT-SUB
               END-IF
           END-PERFORM.
           IF DEPT-SUB = 0
               IF DEPT-COUNT < 60
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-SUB
                   MOVE FIND-DEPT TO DT-DEPT (DEPT-SUB)
                   MOVE 0 TO DT-OPEN (DEPT-SUB)
                   MOVE 0 TO DT-HIRE (DEPT-SUB)
                   MOVE 0 TO DT-TERM (DEPT-SUB)
                   MOVE 0 TO DT-XIN (DEPT-SUB)
                   MOVE 0 TO DT-XOUT (DEPT-SUB)
                   MOVE 0 TO DT-CLOSE (DEPT-SUB)
                   MOVE 0 TO DT-TEN-MOS (DEPT-SUB)
                   MOVE 0 TO DT-TEN-NUM (DEPT-SUB)
               ELSE
                   DISPLAY 'DEPARTMENT TABLE FULL - ' FIND-DEPT
                       ' NOT COUNTED'
               END-IF
           END-IF.

      *    Changes keyed after the period end are backed out of the
      *    closing heads; changes keyed within the period are counted
      *    as hires (no active image before, active after), terms
      *    (active before, terminated after) and transfers (active
      *    both sides, department or type changed).
       2000-APPLY-HISTORY.

           IF CHGH-STATUS = '00'
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-APPLY-CHANGE
                   UNTIL EOF-H = 1
               CLOSE CHGHIST-FILE
           END-IF.

       2100-READ-HISTORY.

           READ CHGHIST-FILE
           AT END MOVE 1 TO EOF-H.

       2200-APPLY-CHANGE.

           ADD 1 TO HIST-NUM.
           IF CH-RUN-DATE NUMERIC
              AND CH-RUN-DATE >= PER-BEGIN
               ADD 1 TO HIST-USED-NUM
               MOVE CH-BEFORE TO BEFORE-IMAGE
               MOVE CH-AFTER TO AFTER-IMAGE
               MOVE 'N' TO BEFORE-ACTIVE-SW
               MOVE 'N' TO AFTER-ACTIVE-SW
               IF CH-BEFORE NOT = SPACES
                  AND I-TERM-ST OF BEFORE-IMAGE NOT = 'T'
                   MOVE 'Y' TO BEFORE-ACTIVE-SW
               END-IF
               IF CH-AFTER NOT = SPACES
                  AND I-TERM-ST OF AFTER-IMAGE NOT = 'T'
                   MOVE 'Y' TO AFTER-ACTIVE-SW
               END-IF
               IF CH-RUN-DATE > PER-END
                   PERFORM 2300-BACK-OUT-CHANGE
               ELSE
                   PERFORM 2400-COUNT-CHANGE
               END-IF
           END-IF.
           PERFORM 2100-READ-HISTORY.

       2300-BACK-OUT-CHANGE.

           IF BEFORE-ACTIVE-SW = 'Y'
               MOVE I-DEPT OF BEFORE-IMAGE TO FIND-DEPT
               PERFORM 1250-FIND-DEPT
               IF DEPT-SUB > 0
                   ADD 1 TO DT-CLOSE (DEPT-SUB)
               END-IF
               IF I-TYPE OF BEFORE-IMAGE >= 01
                  AND I-TYPE OF BEFORE-IMAGE <= 10
                   ADD 1 TO TT-CLOSE (I-TYPE OF BEFORE-IMAGE)
               END-IF
           END-IF.
           IF AFTER-ACTIVE-SW = 'Y'
               MOVE I-DEPT OF AFTER-IMAGE TO FIND-DEPT
               PERFORM 1250-FIND-DEPT
               IF DEPT-SUB > 0
                   SUBTRACT 1 FROM DT-CLOSE (DEPT-SUB)
               END-IF
               IF I-TYPE OF AFTER-IMAGE >= 01
                  AND I-TYPE OF AFTER-IMAGE <= 10
                   SUBTRACT 1 FROM TT-CLOSE (I-TYPE OF AFTER-IMAGE)
               END-IF
           END-IF.

       2400-COUNT-CHANGE.

           IF BEFORE-ACTIVE-SW = 'N' AND AFTER-ACTIVE-SW = 'Y'
               MOVE I-DEPT OF AFTER-IMAGE TO FIND-DEPT
               PERFORM 1250-FIND-DEPT
               IF DEPT-SUB > 0
                   ADD 1 TO DT-HIRE (DEPT-SUB)
               END-IF
               IF I-TYPE OF AFTER-IMAGE >= 01
                  AND I-TYPE OF AFTER-IMAGE <= 10
                   ADD 1 TO TT-HIRE (I-TYPE OF AFTER-IMAGE)
               END-IF
           END-IF.
           IF BEFORE-ACTIVE-SW = 'Y' AND AFTER-ACTIVE-SW = 'N'
               PERFORM 2500-CALC-TENURE
               MOVE I-DEPT OF BEFORE-IMAGE TO FIND-DEPT
               PERFORM 1250-FIND-DEPT
               IF DEPT-SUB > 0
                   ADD 1 TO DT-TERM (DEPT-SUB)
                   IF TENURE-SW = 'Y'
                       ADD TENURE-MOS TO DT-TEN-MOS (DEPT-SUB)
                       ADD 1 TO DT-TEN-NUM (DEPT-SUB)
                   END-IF
               END-IF
               IF I-TYPE OF BEFORE-IMAGE >= 01
                  AND I-TYPE OF BEFORE-IMAGE <= 10
                   ADD 1 TO TT-TERM (I-TYPE OF BEFORE-IMAGE)
                   IF TENURE-SW = 'Y'
                       ADD TENURE-MOS
                           TO TT-TEN-MOS (I-TYPE OF BEFORE-IMAGE)
                       ADD 1 TO TT-TEN-NUM (I-TYPE OF BEFORE-IMAGE)
                   END-IF
               END-IF
           END-IF.
           IF BEFORE-ACTIVE-SW = 'Y' AND AFTER-ACTIVE-SW = 'Y'
               IF I-DEPT OF BEFORE-IMAGE NOT = I-DEPT OF AFTER-IMAGE
                   MOVE I-DEPT OF BEFORE-IMAGE TO FIND-DEPT
                   PERFORM 1250-FIND-DEPT
                   IF DEPT-SUB > 0
                       ADD 1 TO DT-XOUT (DEPT-SUB)
                   END-IF
                   MOVE I-DEPT OF AFTER-IMAGE TO FIND-DEPT
                   PERFORM 1250-FIND-DEPT
                   IF DEPT-SUB > 0
                       ADD 1 TO DT-XIN (DEPT-SUB)
                   END-IF
               END-IF
               IF I-TYPE OF BEFORE-IMAGE NOT = I-TYPE OF AFTER-IMAGE
                   IF I-TYPE OF BEFORE-IMAGE >= 01
                      AND I-TYPE OF BEFORE-IMAGE <= 10
                       ADD 1 TO TT-XOUT (I-TYPE OF BEFORE-IMAGE)
                   END-IF
                   IF I-TYPE OF AFTER-IMAGE >= 01
                      AND I-TYPE OF AFTER-IMAGE <= 10
                       ADD 1 TO TT-XIN (I-TYPE OF AFTER-IMAGE)
                   END-IF
               END-IF
           END-IF.

      *    Whole months from the start date on the prior image to the
      *    termination date on the new one (the run date if none).
       2500-CALC-TENURE.

           MOVE 'N' TO TENURE-SW.
           MOVE 0 TO TENURE-MOS.
           IF I-TERM-DATE OF AFTER-IMAGE NUMERIC
              AND TERM-YEAR OF AFTER-IMAGE > 0
               MOVE TERM-YEAR OF AFTER-IMAGE TO TERM-YR-WORK
               MOVE TERM-MONTH OF AFTER-IMAGE TO TERM-MON-WORK
               MOVE TERM-DY OF AFTER-IMAGE TO TERM-DAY-WORK
           ELSE
               MOVE CH-RUN-DATE TO RUN-DATE-WORK
               MOVE RD-YR TO TERM-YR-WORK
               MOVE RD-MON TO TERM-MON-WORK
               MOVE RD-DAY TO TERM-DAY-WORK
           END-IF.
           IF I-DATE OF BEFORE-IMAGE NUMERIC
              AND YEAR OF BEFORE-IMAGE > 0
               MOVE 'Y' TO TENURE-SW
               COMPUTE TENURE-MOS =
                   (TERM-YR-WORK - YEAR OF BEFORE-IMAGE) * 12
                   + TERM-MON-WORK - MONTH OF BEFORE-IMAGE
               IF TERM-DAY-WORK < DY OF BEFORE-IMAGE
                   SUBTRACT 1 FROM TENURE-MOS
               END-IF
               IF TENURE-MOS < 0
                   MOVE 0 TO TENURE-MOS
               END-IF
           END-IF.

       2900-FIGURE-OPENING.

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               COMPUTE DT-OPEN (DEPT-IDX) = DT-CLOSE (DEPT-IDX)
                   - DT-HIRE (DEPT-IDX) + DT-TERM (DEPT-IDX)
                   - DT-XIN (DEPT-IDX) + DT-XOUT (DEPT-IDX)
           END-PERFORM.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 10
               COMPUTE TT-OPEN (TYPE-IDX) = TT-CLOSE (TYPE-IDX)
                   - TT-HIRE (TYPE-IDX) + TT-TERM (TYPE-IDX)
                   - TT-XIN (TYPE-IDX) + TT-XOUT (TYPE-IDX)
           END-PERFORM.

       3000-RELEASE-DEPTS.

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               MOVE DT-DEPT (DEPT-IDX) TO SR-DEPT
               MOVE DEPT-IDX TO SR-SUB
               RELEASE SORT-REC
           END-PERFORM.

       4000-PRINT-DEPTS.

           MOVE 'BY DEPARTMENT' TO SH-TITLE.
           MOVE 'DEPARTMENT NAME' TO CH-NAME-HEAD.
           PERFORM 6000-START-SECTION.
           MOVE 'DEPT ' TO CSV-SECTION.
           PERFORM 4100-RETURN-SORTED.
           PERFORM 4050-PRINT-DEPT UNTIL EOF-S = 1.
           PERFORM 6300-PRINT-TOTALS.

       4050-PRINT-DEPT.

           MOVE DT-STATS (SR-SUB) TO STAT-WORK.
           IF SW-OPEN NOT = 0 OR SW-CLOSE NOT = 0
              OR SW-HIRE NOT = 0 OR SW-TERM NOT = 0
              OR SW-XIN NOT = 0 OR SW-XOUT NOT = 0
               MOVE SR-DEPT TO LINE-CODE
               PERFORM 4200-FIND-DEPT-NAME
               PERFORM 6100-PRINT-LINE
               PERFORM 6200-ADD-TOTALS
           END-IF.
           PERFORM 4100-RETURN-SORTED.

       4100-RETURN-SORTED.

           RETURN SORT-WORK
               AT END
                   MOVE 1 TO EOF-S
           END-RETURN.

       4200-FIND-DEPT-NAME.

           IF DEPT-REF-COUNT = 0
               MOVE SPACES TO LINE-NAME
           ELSE
               MOVE '** UNKNOWN DEPARTMENT **' TO LINE-NAME
           END-IF.
           PERFORM VARYING DEPT-REF-IDX FROM 1 BY 1
                   UNTIL DEPT-REF-IDX > DEPT-REF-COUNT
               IF DRT-DEPT (DEPT-REF-IDX) = LINE-CODE
                   MOVE DRT-NAME (DEPT-REF-IDX) TO LINE-NAME
               END-IF
           END-PERFORM.

       5000-PRINT-TYPES.

           MOVE 'BY EMPLOYEE TYPE' TO SH-TITLE.
           MOVE 'TYPE DESCRIPTION' TO CH-NAME-HEAD.
           PERFORM 6000-START-SECTION.
           MOVE 'TYPE ' TO CSV-SECTION.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 10
               MOVE TT-STATS (TYPE-IDX) TO STAT-WORK
               MOVE SPACES TO LINE-CODE
               MOVE TYPE-IDX TO LINE-CODE (3:2)
               MOVE TYPE-DESC (TYPE-IDX) TO LINE-NAME
               PERFORM 6100-PRINT-LINE
               PERFORM 6200-ADD-TOTALS
           END-PERFORM.
           PERFORM 6300-PRINT-TOTALS.

       6000-START-SECTION.

           IF LINE-KOUNT >= 40
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE REPORT-REC FROM TURN-SECTION-HEAD
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM TURN-COLUMN-HEAD
               AFTER ADVANCING 2 LINES.
           ADD 4 TO LINE-KOUNT.
           MOVE 0 TO ST-OPEN.
           MOVE 0 TO ST-HIRE.
           MOVE 0 TO ST-TERM.
           MOVE 0 TO ST-XIN.
           MOVE 0 TO ST-XOUT.
           MOVE 0 TO ST-CLOSE.
           MOVE 0 TO ST-TEN-MOS.
           MOVE 0 TO ST-TEN-NUM.

      *    Turnover is terms over the average of opening and closing
      *    heads; tenure is the average of the terms' whole months.
       6100-PRINT-LINE.

           MOVE 0 TO TURN-PCT.
           IF SW-OPEN + SW-CLOSE > 0
               COMPUTE TURN-PCT ROUNDED =
                   SW-TERM * 200 / (SW-OPEN + SW-CLOSE)
                   ON SIZE ERROR
                       MOVE 999.9 TO TURN-PCT
               END-COMPUTE
           END-IF.
           MOVE 0 TO AVG-TENURE.
           IF SW-TEN-NUM > 0
               COMPUTE AVG-TENURE ROUNDED =
                   SW-TEN-MOS / SW-TEN-NUM / 12
           END-IF.
           IF LINE-KOUNT >= 50
               PERFORM 1400-PRINT-HEAD
               WRITE REPORT-REC FROM TURN-COLUMN-HEAD
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-KOUNT
           END-IF.
           MOVE LINE-CODE TO TD-CODE.
           MOVE LINE-NAME TO TD-NAME.
           MOVE SW-OPEN TO TD-OPEN.
           MOVE SW-HIRE TO TD-HIRE.
           MOVE SW-TERM TO TD-TERM.
           MOVE SW-XIN TO TD-XIN.
           MOVE SW-XOUT TO TD-XOUT.
           MOVE SW-CLOSE TO TD-CLOSE.
           MOVE TURN-PCT TO TD-TURN.
           MOVE AVG-TENURE TO TD-TENURE.
           WRITE REPORT-REC FROM TURN-DETAIL-LINE
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.
           PERFORM 6150-WRITE-CSV.

       6150-WRITE-CSV.

           MOVE SW-OPEN TO CSV-OPEN.
           MOVE SW-HIRE TO CSV-HIRE.
           MOVE SW-TERM TO CSV-TERM.
           MOVE SW-XIN TO CSV-XIN.
           MOVE SW-XOUT TO CSV-XOUT.
           MOVE SW-CLOSE TO CSV-CLOSE.
           MOVE TURN-PCT TO CSV-TURN.
           MOVE AVG-TENURE TO CSV-TENURE.
           MOVE SPACES TO CSV-LINE.
           STRING PER-CSV-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  CSV-SECTION DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(LINE-CODE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(LINE-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-OPEN) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-HIRE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TERM) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-XIN) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-XOUT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-CLOSE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TURN) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-TENURE) DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           WRITE CSV-REC FROM CSV-LINE.

       6200-ADD-TOTALS.

           ADD SW-OPEN TO ST-OPEN.
           ADD SW-HIRE TO ST-HIRE.
           ADD SW-TERM TO ST-TERM.
           ADD SW-XIN TO ST-XIN.
           ADD SW-XOUT TO ST-XOUT.
           ADD SW-CLOSE TO ST-CLOSE.
           ADD SW-TEN-MOS TO ST-TEN-MOS.
           ADD SW-TEN-NUM TO ST-TEN-NUM.

       6300-PRINT-TOTALS.

           MOVE STAT-TOTALS TO STAT-WORK.
           MOVE SPACES TO LINE-CODE.
           MOVE 'COMPANY TOTAL' TO LINE-NAME.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.
           PERFORM 6100-PRINT-LINE.

       1400-PRINT-HEAD.

           MOVE PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE REPORT-REC FROM TURN-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM TURN-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM TURN-HEADING3
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.
