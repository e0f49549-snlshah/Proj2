       IDENTIFICATION DIVISION.
       PROGRAM-ID.  retropay.
       AUTHOR. Sonali Shah.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL RETRO-FILE ASSIGN TO 'RETROTRG'
           FILE STATUS IS RETRO-STATUS.

       SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
           FILE STATUS IS PAYH-STATUS.

       SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS I-EMPID OF EMPMAST-REC
           FILE STATUS IS EMPM-STATUS.

       SELECT OPTIONAL PAYADJ-FILE ASSIGN TO 'PAYADJ'
           FILE STATUS IS PADJ-STATUS.

       SELECT REGISTER-FILE ASSIGN TO 'RETRO-PRNT'.

       SELECT OPTIONAL RETROMODE-FILE ASSIGN TO 'RETROMODE'
           FILE STATUS IS RETROMODE-STATUS.

       SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
           FILE STATUS IS RUNLOG-STATUS.

       SELECT NEWTRG-FILE  ASSIGN TO 'RETROTRGN'.

       SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'PAYCAL'
           FILE STATUS IS PAYCAL-STATUS.


       DATA DIVISION.

       FILE SECTION.
       FD  RETRO-FILE
       LABEL RECORDS ARE STANDARD.
       01  RETRO-REC.
           COPY RETROREC.

       FD  PAYHIST-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC.
           COPY PAYHREC.

       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPMAST-REC.
           COPY EMPREC.

       FD  PAYADJ-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYADJ-REC.
           COPY PADJREC.

       FD  REGISTER-FILE
       LABEL RECORDS ARE OMITTED.
       01  REGISTER-REC             PIC X(135).

       FD  RETROMODE-FILE
       LABEL RECORDS ARE STANDARD.
       01  RETROMODE-REC            PIC X(1).

       FD  RUNLOG-FILE
       LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC.
           COPY RUNLREC.

       FD  NEWTRG-FILE
       LABEL RECORDS ARE STANDARD.
       01  NEWTRG-REC               PIC X(50).

       FD  PAYCAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYCAL-REC.
           COPY PCALREC.

       WORKING-STORAGE SECTION.
       01  RETRO-STATUS             PIC XX       VALUE '00'.
       01  PAYH-STATUS              PIC XX       VALUE '00'.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  PADJ-STATUS              PIC XX       VALUE '00'.
       01  RETROMODE-STATUS         PIC XX       VALUE '00'.
       01  RUNLOG-STATUS            PIC XX       VALUE '00'.
       01  PAYCAL-STATUS            PIC XX       VALUE '00'.
       01  EOF-R                    PIC 9        VALUE 0.
       01  EOF-C                    PIC 9        VALUE 0.
       01  EOF-H                    PIC 9        VALUE 0.
       01  RUN-MODE                 PIC X        VALUE 'U'.
       01  TRIG-COUNT               PIC 9(4)     VALUE 0.
       01  TRIG-IDX                 PIC 9(4)     VALUE 0.
       01  USE-IDX                  PIC 9(4)     VALUE 0.
       01  USE-EFF-DATE             PIC 9(8)     VALUE 0.
       01  PAID-RATE                PIC 9(4)V99  VALUE 0.
       01  BASE-GROSS               PIC 9(7)V99  VALUE 0.
       01  RETRO-AMT                PIC 9(6)V99  VALUE 0.
       01  GRAND-RETRO              PIC 9(9)V99  VALUE 0.
       01  HIST-NUM                 PIC 9(6)     VALUE 0.
       01  ADJ-NUM                  PIC 9(6)     VALUE 0.
       01  REJ-NUM                  PIC 9(6)     VALUE 0.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
       01  CARRY-NUM                PIC 9(6)     VALUE 0.
       01  HIST-ERR-NUM             PIC 9(6)     VALUE 0.
       01  PERIOD-END               PIC 9(8)     VALUE 0.

      *    Pay period end dates from PAYCAL, keyed by YYYYPP as
      *    carried in PH-PERIOD.
       01  CAL-COUNT                PIC 9(4)     VALUE 0.
       01  CAL-IDX                  PIC 9(4)     VALUE 0.
       01  CAL-TABLE.
           03  CAL-ENTRY OCCURS 600 TIMES.
               05  CT-PERIOD        PIC 9(6).
               05  CT-END-DATE      PIC 9(8).

       01  TRIG-TABLE.
           03  TRIG-ENTRY OCCURS 500 TIMES.
               05  TG-EMPID         PIC X(7).
               05  TG-EFF-DATE      PIC 9(8).
               05  TG-OLD-RATE      PIC 9(4)V99.
               05  TG-NEW-RATE      PIC 9(4)V99.
               05  TG-SOURCE        PIC X(8).
               05  TG-RUNS          PIC 9(4).
               05  TG-AMOUNT        PIC 9(8)V99.

       01  CURRENT-DATE.
           03  CUR-YR               PIC X(2).
           03  CUR-MON              PIC X(2).
           03  CUR-DAY              PIC X(2).

       01  CURRENT-DATE-LONG.
           03  CUR-YR4              PIC 9(4).
           03  CUR-MON4             PIC 9(2).
           03  CUR-DAY4             PIC 9(2).
       01  TODAY-DATE-NUM           PIC 9(8)     VALUE 0.
       01  RUN-TIME-RAW.
           03  RUN-TIME-HMS         PIC 9(6).
           03  FILLER               PIC 9(2).

       01  RETRO-HEADING1.
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

       01  RETRO-HEADING2.
           03  FILLER               PIC X(46)    VALUE SPACES.
           03  FILLER               PIC X(32)
               VALUE 'RETROACTIVE PAY REGISTER'.

       01  RETRO-AUDIT-LINE.
           03  FILLER               PIC X(46)    VALUE SPACES.
           03  FILLER               PIC X(31)
               VALUE '*** AUDIT ONLY - NO UPDATES ***'.

       01  RETRO-HEADING3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'LAST'.
           03  FILLER               PIC X(13)    VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'FIRST'.
           03  FILLER               PIC X(12)    VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'RUN DATE'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'HOURS'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'PAID RATE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'NEW RATE'.
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'GROSS'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'ADJUSTMENT'.

       01  RETRO-DATA1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  R-EMPID              PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  R-LAST               PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  R-FIRST              PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  R-RUN-DATE           PIC 9999/99/99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  R-HOURS              PIC ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  R-PAID-RATE          PIC 9999.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  R-NEW-RATE           PIC 9999.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  R-GROSS              PIC ZZZZZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  R-ADJ                PIC ZZZZZ9.99.

       01  TRIG-HEADING.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'EFFECTIVE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'SOURCE'.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'OLD RATE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'NEW RATE'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'RUNS'.
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'AMOUNT'.

       01  TRIG-DATA.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-EMPID             PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  TD-EFF-DATE          PIC 9999/99/99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-SOURCE            PIC X(8).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  TD-OLD-RATE          PIC 9999.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  TD-NEW-RATE          PIC 9999.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  TD-RUNS              PIC ZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-AMOUNT            PIC ZZZZZZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  TD-NOTE              PIC X(30).

       01  RETRO-SUMMARY.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(16)
               VALUE 'RATE CHANGES:   '.
           03  RS-TRIG              PIC ZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(14)
               VALUE 'RUNS READ:    '.
           03  RS-HIST              PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(15)
               VALUE 'RUNS ADJUSTED: '.
           03  RS-ADJ               PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'TOTAL ADJUSTMENT: '.
           03  RS-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  RETRO-SUMMARY2.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(22)
               VALUE 'CARRIED TO RETROTRGN: '.
           03  RS-CARRY             PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(21)
               VALUE 'PAYHIST NOT UPDATED: '.
           03  RS-HIST-ERR          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0100-READ-RETROMODE.
           PERFORM 0150-LOAD-PAYCAL.
           PERFORM 0200-LOAD-TRIGGERS.
           PERFORM 0300-OPEN-FILES.
           PERFORM 1400-PRINT-HEAD.
           IF TRIG-COUNT > 0
               PERFORM 2000-READ-PAYHIST
               PERFORM 1000-PROCESS-PAYHIST
                   UNTIL EOF-H = 1
           END-IF.
           PERFORM 1900-PRINT-TOTALS.
           PERFORM 1950-WRITE-RUNLOG.
           PERFORM 0400-CLOSE-FILES.
           STOP RUN.

       0100-READ-RETROMODE.

           OPEN INPUT RETROMODE-FILE.
           IF RETROMODE-STATUS = '00'
               READ RETROMODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RETROMODE-REC TO RUN-MODE
               END-READ
               CLOSE RETROMODE-FILE
           END-IF.

       0150-LOAD-PAYCAL.

           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS = '00'
               PERFORM 0160-LOAD-PAYCAL-REC
                   UNTIL EOF-C = 1
               CLOSE PAYCAL-FILE
           END-IF.
           IF CAL-COUNT = 0
               DISPLAY 'PAYCAL NOT AVAILABLE - RUNS MATCHED TO RATE '
                   'CHANGES BY RUN DATE'
           END-IF.

       0160-LOAD-PAYCAL-REC.

           READ PAYCAL-FILE
               AT END
                   MOVE 1 TO EOF-C
               NOT AT END
                   IF CAL-COUNT < 600
                       ADD 1 TO CAL-COUNT
                       COMPUTE CT-PERIOD (CAL-COUNT) =
                           PC-YEAR * 100 + PC-PERIOD
                       MOVE PC-END-DATE TO CT-END-DATE (CAL-COUNT)
                   ELSE
                       DISPLAY 'PAYCAL EXCEEDS TABLE - PERIOD '
                           PC-YEAR '-' PC-PERIOD ' NOT LOADED'
                   END-IF
           END-READ.

      *    RETROTRG is consumed by an update run. Every trigger the
      *    run has not applied - all of them in an audit run, and any
      *    that do not fit the table - is written to RETROTRGN, which
      *    the operator promotes to RETROTRG for the next run.
       0200-LOAD-TRIGGERS.

           OPEN OUTPUT NEWTRG-FILE.
           OPEN INPUT RETRO-FILE.
           IF RETRO-STATUS = '00' OR RETRO-STATUS = '05'
               PERFORM 0250-LOAD-TRIGGER-REC
                   UNTIL EOF-R = 1
               CLOSE RETRO-FILE
           END-IF.
           CLOSE NEWTRG-FILE.

       0250-LOAD-TRIGGER-REC.

           READ RETRO-FILE
               AT END
                   MOVE 1 TO EOF-R
               NOT AT END
                   IF RT-EFF-DATE NOT NUMERIC
                      OR RT-NEW-RATE NOT NUMERIC
                      OR RT-EMPID = SPACES
                       DISPLAY 'RETROTRG RECORD INVALID - IGNORED '
                           RT-EMPID
                       ADD 1 TO REJ-NUM
                   ELSE
                     IF TRIG-COUNT >= 500
                       DISPLAY 'RETROTRG TABLE FULL - CARRIED '
                           RT-EMPID
                       PERFORM 0260-CARRY-TRIGGER
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                     ELSE
                       ADD 1 TO TRIG-COUNT
                       MOVE RT-EMPID TO TG-EMPID (TRIG-COUNT)
                       MOVE RT-EFF-DATE TO TG-EFF-DATE (TRIG-COUNT)
                       MOVE RT-OLD-RATE TO TG-OLD-RATE (TRIG-COUNT)
                       MOVE RT-NEW-RATE TO TG-NEW-RATE (TRIG-COUNT)
                       MOVE RT-SOURCE TO TG-SOURCE (TRIG-COUNT)
                       MOVE 0 TO TG-RUNS (TRIG-COUNT)
                       MOVE 0 TO TG-AMOUNT (TRIG-COUNT)
                       IF RUN-MODE = 'A'
                           PERFORM 0260-CARRY-TRIGGER
                       END-IF
                     END-IF
                   END-IF
           END-READ.

       0260-CARRY-TRIGGER.

           WRITE NEWTRG-REC FROM RETRO-REC.
           ADD 1 TO CARRY-NUM.

       0300-OPEN-FILES.

           IF RUN-MODE = 'A'
               OPEN INPUT PAYHIST-FILE
           ELSE
               OPEN I-O PAYHIST-FILE
           END-IF.
           IF PAYH-STATUS = '35'
               MOVE 1 TO EOF-H
               MOVE 0 TO TRIG-COUNT
           ELSE
             IF PAYH-STATUS NOT = '00'
               DISPLAY 'PAYHIST COULD NOT BE OPENED - STATUS '
                   PAYH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF EMPM-STATUS NOT = '00'
               DISPLAY 'EMPMAST COULD NOT BE OPENED - STATUS '
                   EMPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-MODE NOT = 'A'
               OPEN EXTEND PAYADJ-FILE
           END-IF.
           OPEN OUTPUT REGISTER-FILE.

       0400-CLOSE-FILES.

           IF PAYH-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF.
           IF RUN-MODE NOT = 'A'
               CLOSE PAYADJ-FILE
           END-IF.
           CLOSE EMPMAST-FILE
                 REGISTER-FILE.

       1000-PROCESS-PAYHIST.

           ADD 1 TO HIST-NUM.
           PERFORM 1050-FIND-TRIGGER.
           IF USE-IDX > 0
              AND PH-STATUS NOT = 'V'
               IF PH-RETRO-RATE > PH-RATE
                   MOVE PH-RETRO-RATE TO PAID-RATE
               ELSE
                   MOVE PH-RATE TO PAID-RATE
               END-IF
               IF TG-NEW-RATE (USE-IDX) > PAID-RATE
                  AND PH-RATE > 0
                   PERFORM 1100-CALC-RETRO
               END-IF
           END-IF.
           PERFORM 2000-READ-PAYHIST.

      *    The rate that applies to a past run is the one from the
      *    latest change effective on or before the end of the pay
      *    period the run paid, as payreg pays a whole period at the
      *    rate on the master. A run with no period on PAYCAL is
      *    taken by its run date.
       1050-FIND-TRIGGER.

           MOVE PH-RUN-DATE TO PERIOD-END.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
               IF CT-PERIOD (CAL-IDX) = PH-PERIOD
                   MOVE CT-END-DATE (CAL-IDX) TO PERIOD-END
               END-IF
           END-PERFORM.
           MOVE 0 TO USE-IDX.
           MOVE 0 TO USE-EFF-DATE.
           PERFORM VARYING TRIG-IDX FROM 1 BY 1
                   UNTIL TRIG-IDX > TRIG-COUNT
               IF TG-EMPID (TRIG-IDX) = PH-EMPID
                  AND TG-EFF-DATE (TRIG-IDX) <= PERIOD-END
                  AND TG-EFF-DATE (TRIG-IDX) >= USE-EFF-DATE
                   MOVE TRIG-IDX TO USE-IDX
                   MOVE TG-EFF-DATE (TRIG-IDX) TO USE-EFF-DATE
               END-IF
           END-PERFORM.

       1100-CALC-RETRO.

           COMPUTE BASE-GROSS = PH-GROSS - PH-ADJ.
           COMPUTE RETRO-AMT ROUNDED =
               BASE-GROSS * (TG-NEW-RATE (USE-IDX) - PAID-RATE)
               / PH-RATE
               ON SIZE ERROR
                   DISPLAY 'RETRO AMOUNT OVERFLOW - NOT ADJUSTED '
                       PH-EMPID ' ' PH-RUN-DATE
                   MOVE 0 TO RETRO-AMT
                   ADD 1 TO REJ-NUM
           END-COMPUTE.
           IF RETRO-AMT > 0
              AND RUN-MODE NOT = 'A'
               MOVE TG-NEW-RATE (USE-IDX) TO PH-RETRO-RATE
               REWRITE PAYHIST-REC
               IF PAYH-STATUS = '00'
                   PERFORM 1150-WRITE-PAYADJ
               ELSE
                   DISPLAY 'PAYHIST REWRITE FAILED - STATUS '
                       PAYH-STATUS ' - NOT ADJUSTED ' PH-EMPID
                       ' ' PH-RUN-DATE
                   MOVE 0 TO RETRO-AMT
                   ADD 1 TO HIST-ERR-NUM
                   ADD 1 TO REJ-NUM
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETRO-AMT > 0
               PERFORM 1200-PRINT-RETRO
               ADD 1 TO ADJ-NUM
               ADD RETRO-AMT TO GRAND-RETRO
               ADD 1 TO TG-RUNS (USE-IDX)
               ADD RETRO-AMT TO TG-AMOUNT (USE-IDX)
           END-IF.

       1150-WRITE-PAYADJ.

           MOVE SPACES TO PAYADJ-REC.
           MOVE PH-EMPID TO PA-EMPID.
           MOVE 'RT' TO PA-CODE.
           MOVE RETRO-AMT TO PA-AMOUNT.
           MOVE PH-RUN-DATE TO PA-RUN-DATE.
           MOVE PAID-RATE TO PA-OLD-RATE.
           MOVE TG-NEW-RATE (USE-IDX) TO PA-NEW-RATE.
           MOVE TG-EFF-DATE (USE-IDX) TO PA-EFF-DATE.
           MOVE TODAY-DATE-NUM TO PA-ENTRY-DATE.
           WRITE PAYADJ-REC.

       1200-PRINT-RETRO.

           MOVE PH-EMPID TO R-EMPID.
           MOVE PH-EMPID TO I-EMPID OF EMPMAST-REC.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE 'NOT ON EMPMAST' TO R-LAST
                   MOVE SPACES TO R-FIRST
               NOT INVALID KEY
                   MOVE I-LAST OF EMPMAST-REC TO R-LAST
                   MOVE I-FIRST OF EMPMAST-REC TO R-FIRST
           END-READ.
           MOVE PH-RUN-DATE TO R-RUN-DATE.
           MOVE PH-HOURS TO R-HOURS.
           MOVE PAID-RATE TO R-PAID-RATE.
           MOVE TG-NEW-RATE (USE-IDX) TO R-NEW-RATE.
           MOVE BASE-GROSS TO R-GROSS.
           MOVE RETRO-AMT TO R-ADJ.
           IF LINE-KOUNT >= 50
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE REGISTER-REC FROM RETRO-DATA1
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.

       1400-PRINT-HEAD.

           MOVE PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE REGISTER-REC FROM RETRO-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM RETRO-HEADING2
               AFTER ADVANCING 1 LINE.
           IF RUN-MODE = 'A'
               WRITE REGISTER-REC FROM RETRO-AUDIT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REGISTER-REC FROM RETRO-HEADING3
               AFTER ADVANCING 2 LINES.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.

       1900-PRINT-TOTALS.

           WRITE REGISTER-REC FROM RETRO-HEADING2
               AFTER ADVANCING 3 LINES.
           WRITE REGISTER-REC FROM TRIG-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING TRIG-IDX FROM 1 BY 1
                   UNTIL TRIG-IDX > TRIG-COUNT
               MOVE TG-EMPID (TRIG-IDX) TO TD-EMPID
               MOVE TG-EFF-DATE (TRIG-IDX) TO TD-EFF-DATE
               MOVE TG-SOURCE (TRIG-IDX) TO TD-SOURCE
               MOVE TG-OLD-RATE (TRIG-IDX) TO TD-OLD-RATE
               MOVE TG-NEW-RATE (TRIG-IDX) TO TD-NEW-RATE
               MOVE TG-RUNS (TRIG-IDX) TO TD-RUNS
               MOVE TG-AMOUNT (TRIG-IDX) TO TD-AMOUNT
               IF TG-RUNS (TRIG-IDX) = 0
                   MOVE 'NO RUNS OWED' TO TD-NOTE
               ELSE
                   MOVE SPACES TO TD-NOTE
               END-IF
               WRITE REGISTER-REC FROM TRIG-DATA
                   AFTER ADVANCING 1 LINES
           END-PERFORM.
           MOVE TRIG-COUNT TO RS-TRIG.
           MOVE HIST-NUM TO RS-HIST.
           MOVE ADJ-NUM TO RS-ADJ.
           MOVE GRAND-RETRO TO RS-AMOUNT.
           WRITE REGISTER-REC FROM RETRO-SUMMARY
               AFTER ADVANCING 2 LINES.
           MOVE CARRY-NUM TO RS-CARRY.
           MOVE HIST-ERR-NUM TO RS-HIST-ERR.
           WRITE REGISTER-REC FROM RETRO-SUMMARY2
               AFTER ADVANCING 1 LINES.

       1950-WRITE-RUNLOG.

           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE SPACES TO RUNLOG-REC.
           MOVE 'RETROPAY' TO RL-PROGRAM.
           MOVE TODAY-DATE-NUM TO RL-RUN-DATE.
           MOVE RUN-TIME-HMS TO RL-RUN-TIME.
           MOVE HIST-NUM TO RL-READ.
           MOVE ADJ-NUM TO RL-WRITTEN.
           MOVE REJ-NUM TO RL-REJECTED.
           MOVE RETURN-CODE TO RL-RETCODE.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       2000-READ-PAYHIST.

           READ PAYHIST-FILE
           AT END MOVE 1 TO EOF-H.
