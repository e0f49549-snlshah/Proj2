
       SELECT LOG-FILE     ASSIGN TO 'TCEDIT-LOG'.

       SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
           FILE STATUS IS LVBAL-STATUS.

       SELECT OPTIONAL MAXHRS-FILE ASSIGN TO 'TCMAXHRS'
           FILE STATUS IS MAXHRS-STATUS.

       01  TCIN-REC.
           03  TI-TYPE              PIC X(1).
           03  TI-EMPID             PIC X(7).
           03  TI-HOURS             PIC 9(3)V99.
           03  TI-EARN-CODE         PIC X(1).

       01  TCIN-TRL-REC.
           03  FILLER               PIC X(1).
       LABEL RECORDS ARE STANDARD.

       01  TIMECARD-REC.
           COPY TCARDREC.

       FD  TCREJ-FILE
       LABEL RECORDS ARE STANDARD.
       01  TCREJ-REC.
           03  RJ-CARD              PIC X(14).
           03  RJ-REASON-CODE       PIC X(2).

       FD  LOG-FILE
       LABEL RECORDS ARE OMITTED.
       01  LOG-REC                  PIC X(95).

       FD  LEAVEBAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC.
           COPY LEAVEREC.

       FD  MAXHRS-FILE
       LABEL RECORDS ARE STANDARD.
       01  MAXHRS-REC               PIC 9(3)V99.

       FD  RUNLOG-FILE
       LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       01  MAXHRS-STATUS            PIC XX       VALUE '00'.
       01  RUNLOG-STATUS            PIC XX       VALUE '00'.
       01  LVBAL-STATUS             PIC XX       VALUE '00'.
       01  LVBAL-OPEN-SW            PIC X        VALUE 'N'.
       01  EOF-C                    PIC 9        VALUE 0.
       01  EDIT-SW                  PIC X        VALUE 'Y'.
       01  EDIT-CODE                PIC X(2)     VALUE SPACES.
       01  EDIT-REASON              PIC X(33)    VALUE SPACES.
       01  TRAILER-SW               PIC X        VALUE 'N'.
       01  HOURS-CEILING            PIC 9(3)V99  VALUE 60.00.
       01  CARD-NUM                 PIC 9999     VALUE 0000.
       01  CLEAN-NUM                PIC 9999     VALUE 0000.
       01  REJ-NUM                  PIC 9999     VALUE 0000.
       01  TC-OUT-NUM               PIC 9999     VALUE 0000.
       01  EARN-CODE-WK             PIC X(1)     VALUE SPACE.
       01  EARN-IDX                 PIC 9        VALUE 0.
       01  EARN-SUB                 PIC 9        VALUE 0.
       01  LV-AVAIL                 PIC S9(5)V99 VALUE 0.
       01  CARD-HASH                PIC 9(6)V99  VALUE 0.
       01  TRL-COUNT                PIC 9(4)     VALUE 0.
       01  TRL-HASH                 PIC 9(6)V99  VALUE 0.

       01  BATCH-ID-COUNT           PIC 9(4)     VALUE 0.
       01  BATCH-ID-OVER            PIC 9(6)     VALUE 0.
       01  BATCH-ID-SUB             PIC 9(4)     VALUE 0.
       01  DUP-SW                   PIC X        VALUE 'N'.
       01  BATCH-ID-TABLE.
           03  BATCH-ID-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BATCH-ID-IDX.
               05  BI-EMPID         PIC X(7).
               05  BI-LINES         PIC 9(2).
               05  BI-TOTAL         PIC 9(3)V99.
               05  BI-CODE-SW       PIC X(1)    OCCURS 5 TIMES.
               05  BI-HOURS         PIC 9(3)V99 OCCURS 5 TIMES.

           COPY EARNCODE.

       01  LOG-DETAIL.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  LOG-EMPID             PIC X(7).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'CODE: '.
           03  LOG-CODE              PIC X(1).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(7)     VALUE 'HOURS: '.
           03  LOG-HOURS             PIC ZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  LOG-RESULT            PIC X(40).

           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(10) VALUE 'REJECTED: '.
           03  LOG-REJ-NUM        PIC ZZZ9.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(19)
               VALUE 'TIMECARDS WRITTEN: '.
           03  LOG-OUT-NUM        PIC ZZZ9.

       01  LOG-BALANCE.
           03  FILLER            PIC X(1)  VALUE SPACES.
           PERFORM 2000-READ-CARD.
           PERFORM 1000-PROCESS-CARD
               UNTIL EOF-C = 1.
           PERFORM 1700-WRITE-TIMECARDS.
           PERFORM 1900-WRITE-TOTALS.
           PERFORM 1920-RECONCILE-BATCH.
           PERFORM 1950-WRITE-RUNLOG.
           OPEN OUTPUT TIMECARD-FILE
                       TCREJ-FILE
                       LOG-FILE.
           OPEN INPUT LEAVEBAL-FILE.
           IF LVBAL-STATUS = '00'
               MOVE 'Y' TO LVBAL-OPEN-SW
           ELSE
               DISPLAY 'LEAVEBAL NOT AVAILABLE - STATUS ' LVBAL-STATUS
                   ' - VACATION AND SICK HOURS REJECTED'
           END-IF.

       0200-CLOSE-FILES.

                 TIMECARD-FILE
                 TCREJ-FILE
                 LOG-FILE.
           IF LVBAL-OPEN-SW = 'Y'
               CLOSE LEAVEBAL-FILE
           END-IF.

       1000-PROCESS-CARD.

                   END-IF
                   PERFORM 1050-EDIT-CARD
                   IF EDIT-SW = 'Y'
                       PERFORM 1100-ACCUM-CLEAN
                   ELSE
                       PERFORM 1060-REJECT-CARD
                   END-IF
           END-EVALUATE.
           PERFORM 2000-READ-CARD.

      *    A card is one earnings line; an employee may have one line
      *    per earnings code in the batch. The ceiling applies to the
      *    employee's total hours across all codes, and vacation or
      *    sick hours may not exceed what is left on LEAVEBAL after
      *    the employee's earlier lines in the batch.
       1050-EDIT-CARD.

           MOVE 'Y' TO EDIT-SW.
                   MOVE '02' TO EDIT-CODE
                   MOVE 'NON-NUMERIC HOURS' TO EDIT-REASON
             ELSE
               PERFORM 1065-FIND-EARN-CODE
               IF EARN-IDX = 0
                   MOVE 'N' TO EDIT-SW
                   MOVE '06' TO EDIT-CODE
                   MOVE 'INVALID EARNINGS CODE' TO EDIT-REASON
               ELSE
                 PERFORM 1070-CHECK-DUP-EMPID
                 IF BATCH-ID-SUB = 0
                   MOVE 'N' TO EDIT-SW
                   MOVE '09' TO EDIT-CODE
                   MOVE 'TIMECARD BATCH TABLE FULL' TO EDIT-REASON
                 ELSE
                   IF DUP-SW = 'Y'
                     MOVE 'N' TO EDIT-SW
                     MOVE '04' TO EDIT-CODE
                     MOVE 'DUPLICATE EMPID/CODE IN BATCH'
                         TO EDIT-REASON
                   ELSE
                     IF BI-TOTAL (BATCH-ID-SUB) + TI-HOURS
                           > HOURS-CEILING
                       MOVE 'N' TO EDIT-SW
                       MOVE '03' TO EDIT-CODE
                       MOVE 'HOURS EXCEED CEILING' TO EDIT-REASON
                     ELSE
                       IF EC-CODE (EARN-IDX) = 'V'
                          OR EC-CODE (EARN-IDX) = 'S'
                           PERFORM 1080-CHECK-LEAVE
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       1065-FIND-EARN-CODE.

           MOVE TI-EARN-CODE TO EARN-CODE-WK.
           IF EARN-CODE-WK = SPACE
               MOVE 'R' TO EARN-CODE-WK
           END-IF.
           MOVE 0 TO EARN-IDX.
           PERFORM VARYING EARN-SUB FROM 1 BY 1
                   UNTIL EARN-SUB > 5
               IF EC-CODE (EARN-SUB) = EARN-CODE-WK
                   MOVE EARN-SUB TO EARN-IDX
               END-IF
           END-PERFORM.

      *    Finds the employee's entry in the batch table, adding one
      *    for the first line seen. BATCH-ID-SUB is left at zero when
      *    the table is full. DUP-SW is set when the employee already
      *    has an accepted line for the same earnings code.
       1070-CHECK-DUP-EMPID.

           MOVE 'N' TO DUP-SW.
           MOVE 0 TO BATCH-ID-SUB.
           IF BATCH-ID-COUNT > 0
               PERFORM VARYING BATCH-ID-IDX FROM 1 BY 1
                       UNTIL BATCH-ID-IDX > BATCH-ID-COUNT
                   IF BI-EMPID (BATCH-ID-IDX) = TI-EMPID
                       SET BATCH-ID-SUB TO BATCH-ID-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF BATCH-ID-SUB = 0
               IF BATCH-ID-COUNT < 2000
                   ADD 1 TO BATCH-ID-COUNT
                   MOVE BATCH-ID-COUNT TO BATCH-ID-SUB
                   MOVE TI-EMPID TO BI-EMPID (BATCH-ID-SUB)
                   MOVE 0 TO BI-LINES (BATCH-ID-SUB)
                   MOVE 0 TO BI-TOTAL (BATCH-ID-SUB)
                   PERFORM VARYING EARN-SUB FROM 1 BY 1
                           UNTIL EARN-SUB > 5
                       MOVE 'N' TO BI-CODE-SW (BATCH-ID-SUB, EARN-SUB)
                       MOVE 0 TO BI-HOURS (BATCH-ID-SUB, EARN-SUB)
                   END-PERFORM
               ELSE
                   ADD 1 TO BATCH-ID-OVER
               END-IF
           ELSE
               IF BI-CODE-SW (BATCH-ID-SUB, EARN-IDX) = 'Y'
                   MOVE 'Y' TO DUP-SW
               END-IF
           END-IF.

       1080-CHECK-LEAVE.

           IF LVBAL-OPEN-SW NOT = 'Y'
               MOVE 'N' TO EDIT-SW
               MOVE '08' TO EDIT-CODE
               MOVE 'NO LEAVE BALANCE ON FILE' TO EDIT-REASON
           ELSE
               MOVE TI-EMPID TO LV-EMPID OF LEAVEBAL-REC
               READ LEAVEBAL-FILE
                   INVALID KEY
                       MOVE 'N' TO EDIT-SW
                       MOVE '08' TO EDIT-CODE
                       MOVE 'NO LEAVE BALANCE ON FILE' TO EDIT-REASON
                   NOT INVALID KEY
                       IF EC-CODE (EARN-IDX) = 'V'
                           COMPUTE LV-AVAIL =
                               LV-VAC-ACCR - LV-VAC-TAKEN
                       ELSE
                           COMPUTE LV-AVAIL =
                               LV-SICK-ACCR - LV-SICK-TAKEN
                       END-IF
                       IF TI-HOURS > LV-AVAIL
                               - BI-HOURS (BATCH-ID-SUB, EARN-IDX)
                           MOVE 'N' TO EDIT-SW
                           MOVE '07' TO EDIT-CODE
                           MOVE 'HOURS EXCEED LEAVE BALANCE'
                               TO EDIT-REASON
                       END-IF
               END-READ
           END-IF.

       1100-ACCUM-CLEAN.

           MOVE 'Y' TO BI-CODE-SW (BATCH-ID-SUB, EARN-IDX).
           ADD TI-HOURS TO BI-HOURS (BATCH-ID-SUB, EARN-IDX).
           ADD TI-HOURS TO BI-TOTAL (BATCH-ID-SUB).
           ADD 1 TO BI-LINES (BATCH-ID-SUB).
           ADD 1 TO CLEAN-NUM.

       1060-REJECT-CARD.
           MOVE EDIT-CODE TO RJ-REASON-CODE.
           WRITE TCREJ-REC.
           MOVE TI-EMPID TO LOG-EMPID.
           MOVE TI-EARN-CODE TO LOG-CODE.
           IF TI-HOURS NUMERIC
               MOVE TI-HOURS TO LOG-HOURS
           ELSE
           PERFORM 1800-WRITE-LOG.
           ADD 1 TO REJ-NUM.

      *    One TIMECARD record per employee with at least one accepted
      *    line, in the order the employees first appear in the batch.
       1700-WRITE-TIMECARDS.

           PERFORM VARYING BATCH-ID-IDX FROM 1 BY 1
                   UNTIL BATCH-ID-IDX > BATCH-ID-COUNT
               IF BI-LINES (BATCH-ID-IDX) > 0
                   MOVE SPACES TO TIMECARD-REC
                   MOVE BI-EMPID (BATCH-ID-IDX) TO TC-EMPID
                   MOVE BI-TOTAL (BATCH-ID-IDX) TO TC-HOURS
                   PERFORM VARYING EARN-SUB FROM 1 BY 1
                           UNTIL EARN-SUB > 5
                       MOVE BI-HOURS (BATCH-ID-IDX, EARN-SUB)
                           TO TC-EARN-HOURS (EARN-SUB)
                   END-PERFORM
                   WRITE TIMECARD-REC
                   ADD 1 TO TC-OUT-NUM
               END-IF
           END-PERFORM.

       1800-WRITE-LOG.

           WRITE LOG-REC FROM LOG-DETAIL
           MOVE CARD-NUM  TO LOG-CARD-NUM.
           MOVE CLEAN-NUM TO LOG-CLEAN-NUM.
           MOVE REJ-NUM   TO LOG-REJ-NUM.
           MOVE TC-OUT-NUM TO LOG-OUT-NUM.
           WRITE LOG-REC FROM LOG-TOTALS
           AFTER ADVANCING 2 LINES.
           IF BATCH-ID-OVER > 0
               DISPLAY 'TIMECARD BATCH EXCEEDS EMPID TABLE - '
                   BATCH-ID-OVER
                   ' CARDS REJECTED'
           END-IF.

       1920-RECONCILE-BATCH.
           MOVE TODAY-DATE-NUM TO RL-RUN-DATE.
           MOVE RUN-TIME-HMS TO RL-RUN-TIME.
           MOVE CARD-NUM TO RL-READ.
           MOVE TC-OUT-NUM TO RL-WRITTEN.
           MOVE REJ-NUM TO RL-REJECTED.
           MOVE RETURN-CODE TO RL-RETCODE.
           WRITE RUNLOG-REC.
