       SELECT OPTIONAL PEND-FILE ASSIGN TO 'EMPPEND'
           FILE STATUS IS PEND-STATUS.

       SELECT OPTIONAL RETRO-FILE ASSIGN TO 'RETROTRG'
           FILE STATUS IS RETRO-STATUS.

       SELECT PAYGRADE-FILE ASSIGN TO 'PAYGRADE'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS PG-KEY OF PAYGRADE-REC
           FILE STATUS IS PGRD-STATUS.

       SELECT POSBUDGT-FILE ASSIGN TO 'POSBUDGT'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS PB-DEPT OF POSBUDGT-REC
           FILE STATUS IS POSB-STATUS.

       SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
           FILE STATUS IS LVBAL-STATUS.

       SELECT EMPYTD-FILE ASSIGN TO 'EMPYTD'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS Y-EMPID OF EMPYTD-REC
           FILE STATUS IS EMPY-STATUS.


       DATA DIVISION.

       FD  TRANSREJ-FILE
       LABEL RECORDS ARE STANDARD.
       01  TRANSREJ-REC.
           03  RJ-TRANS             PIC X(116).
           03  RJ-REASON-CODE       PIC X(2).

       FD  RUNLOG-FILE

       FD  PEND-FILE
       LABEL RECORDS ARE STANDARD.
       01  PEND-REC                 PIC X(116).

       FD  RETRO-FILE
       LABEL RECORDS ARE STANDARD.
       01  RETRO-REC.
           COPY RETROREC.

       FD  PAYGRADE-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYGRADE-REC.
           COPY PGRDREC.

       FD  POSBUDGT-FILE
       LABEL RECORDS ARE STANDARD.
       01  POSBUDGT-REC.
           COPY POSBREC.

       FD  LEAVEBAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC.
           COPY LEAVEREC.

       FD  EMPYTD-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPYTD-REC.
           COPY YTDREC.

       WORKING-STORAGE SECTION.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  REJ-NUM                  PIC 9999     VALUE 0000.
       01  PEND-NUM                 PIC 9999     VALUE 0000.
       01  PEND-STATUS              PIC XX       VALUE '00'.
       01  RETRO-STATUS             PIC XX       VALUE '00'.
       01  SAVE-OLD-RATE            PIC 9(4)V99  VALUE 0.
       01  SAVE-OLD-TYPE            PIC 9(2)     VALUE 0.
       01  SAVE-OLD-TITLE           PIC X(17)    VALUE SPACES.
       01  RETRO-NUM                PIC 9999     VALUE 0000.
       01  PGRD-STATUS              PIC XX       VALUE '00'.
       01  GRADE-OPEN-SW            PIC X        VALUE 'N'.
       01  GRADE-FOUND-SW           PIC X        VALUE 'N'.
       01  GRADE-APPR-NUM           PIC 9999     VALUE 0000.
       01  GRADE-APPR-SW            PIC X        VALUE 'N'.
       01  APPR-GRADE               PIC X(4)     VALUE SPACES.
       01  POSB-STATUS              PIC XX       VALUE '00'.
       01  POSB-OPEN-SW             PIC X        VALUE 'N'.
       01  EOF-HC                   PIC 9        VALUE 0.
       01  HEAD-WARN-NUM            PIC 9999     VALUE 0000.
       01  HEAD-DEPT                PIC X(4)     VALUE SPACES.
       01  HEAD-TYPE                PIC 99       VALUE 00.
       01  LVBAL-STATUS             PIC XX       VALUE '00'.
       01  EMPY-STATUS              PIC XX       VALUE '00'.
       01  QTR-IDX                  PIC 9        VALUE 0.

      *    Active heads by department and I-TYPE, counted from
      *    EMPMAST at the start of the run and kept current as
      *    transactions are applied.
       01  HEAD-COUNT               PIC 99       VALUE 00.
       01  HEAD-IDX                 PIC 99       VALUE 00.
       01  HEAD-SUB                 PIC 99       VALUE 00.
       01  HEAD-TABLE.
           03  HEAD-ENTRY OCCURS 60 TIMES.
               05  HC-DEPT          PIC X(4).
               05  HC-HEADS         PIC 9(4)     OCCURS 10 TIMES.

       01  PRIOR-IMAGE.
           COPY EMPREC.

       01  DEPTREF-STATUS           PIC XX       VALUE '00'.
       01  EOF-R                    PIC 9        VALUE 0.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(8)  VALUE 'PENDED: '.
           03  LOG-PEND-NUM       PIC ZZZ9.
           03  FILLER            PIC X(2)  VALUE SPACES.
           03  FILLER            PIC X(7)  VALUE 'RETRO: '.
           03  LOG-RETRO-NUM      PIC ZZZ9.

       01  LOG-TOTALS2.
           03  FILLER            PIC X(1)  VALUE SPACES.
           03  FILLER            PIC X(28)
               VALUE 'OUT-OF-GRADE RATES APPROVED:'.
           03  LOG-APPR-NUM       PIC ZZZ9.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(26)
               VALUE 'OVER AUTHORIZED HEADS:    '.
           03  LOG-HEAD-WARN-NUM  PIC ZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.
                       TRANSREJ-FILE.
           OPEN EXTEND PEND-FILE.
           OPEN EXTEND CHGHIST-FILE.
           OPEN EXTEND RETRO-FILE.
           OPEN I-O EMPMAST-FILE.
           IF EMPM-STATUS = '35'
               OPEN OUTPUT EMPMAST-FILE
               CLOSE EMPMAST-FILE
               OPEN I-O EMPMAST-FILE
           END-IF.
           OPEN INPUT PAYGRADE-FILE.
           IF PGRD-STATUS = '00'
               MOVE 'Y' TO GRADE-OPEN-SW
           ELSE
               DISPLAY 'PAYGRADE NOT AVAILABLE - STATUS ' PGRD-STATUS
                   ' - RATES NOT RANGE CHECKED'
           END-IF.
           OPEN INPUT POSBUDGT-FILE.
           IF POSB-STATUS = '00'
               MOVE 'Y' TO POSB-OPEN-SW
               PERFORM 0110-COUNT-HEADS
           ELSE
               DISPLAY 'POSBUDGT NOT AVAILABLE - STATUS ' POSB-STATUS
                   ' - AUTHORIZED HEADS NOT CHECKED'
           END-IF.
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
           OPEN I-O EMPYTD-FILE.
           IF EMPY-STATUS = '35'
               OPEN OUTPUT EMPYTD-FILE
               CLOSE EMPYTD-FILE
               OPEN I-O EMPYTD-FILE
           END-IF.
           IF EMPY-STATUS NOT = '00'
               DISPLAY 'EMPYTD COULD NOT BE OPENED - STATUS '
                   EMPY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-COUNT-HEADS.

           MOVE 0 TO EOF-HC.
           MOVE LOW-VALUES TO I-EMPID OF EMPMAST-REC.
           START EMPMAST-FILE
               KEY IS NOT LESS THAN I-EMPID OF EMPMAST-REC
               INVALID KEY
                   MOVE 1 TO EOF-HC
           END-START.
           PERFORM 0115-READ-HEAD-MASTER
               UNTIL EOF-HC = 1.

       0115-READ-HEAD-MASTER.

           READ EMPMAST-FILE NEXT
               AT END
                   MOVE 1 TO EOF-HC
               NOT AT END
                   IF I-TERM-ST OF EMPMAST-REC NOT = 'T'
                       MOVE I-DEPT OF EMPMAST-REC TO HEAD-DEPT
                       MOVE I-TYPE OF EMPMAST-REC TO HEAD-TYPE
                       PERFORM 1880-ADD-HEAD
                   END-IF
           END-READ.

       0200-CLOSE-FILES.

                 TRANSREJ-FILE
                 PEND-FILE
                 CHGHIST-FILE
                 RETRO-FILE
                 EMPMAST-FILE
                 LEAVEBAL-FILE
                 EMPYTD-FILE.
           IF GRADE-OPEN-SW = 'Y'
               CLOSE PAYGRADE-FILE
           END-IF.
           IF POSB-OPEN-SW = 'Y'
               CLOSE POSBUDGT-FILE
           END-IF.

       1000-PROCESS-TRANS.

               END-IF
             END-IF
           END-IF.
           MOVE 'N' TO GRADE-APPR-SW.
           IF EDIT-SW = 'Y'
              AND GRADE-OPEN-SW = 'Y'
              AND TR-CODE = 'A'
               PERFORM 1055-CHECK-GRADE
           END-IF.

      *    The rate must fall within the PAYGRADE range for the type
      *    and title unless TR-RATE-APPR carries an approval. A type
      *    and title with no grade on file is not range checked. An
      *    approved rate is logged once the master has been updated.
       1055-CHECK-GRADE.

           PERFORM 1058-FIND-GRADE.
           IF GRADE-FOUND-SW = 'Y'
              AND (I-RATE OF TRANS-REC < PG-MIN-RATE
                   OR I-RATE OF TRANS-REC > PG-MAX-RATE)
               IF TR-RATE-APPR = 'Y'
                   MOVE 'Y' TO GRADE-APPR-SW
                   MOVE PG-GRADE TO APPR-GRADE
               ELSE
                   MOVE 'N' TO EDIT-SW
                   MOVE '09' TO EDIT-CODE
                   MOVE 'RATE OUTSIDE PAY GRADE RANGE' TO EDIT-REASON
               END-IF
           END-IF.

       1056-LOG-GRADE-APPR.

           MOVE TR-CODE TO LOG-CODE.
           MOVE I-EMPID OF TRANS-REC TO LOG-EMPID.
           MOVE SPACES TO LOG-RESULT.
           STRING 'RATE OUTSIDE PAY GRADE ' DELIMITED BY SIZE
                  APPR-GRADE DELIMITED BY SIZE
                  ' - APPROVED' DELIMITED BY SIZE
                  INTO LOG-RESULT
           END-STRING.
           PERFORM 1800-WRITE-LOG.
           ADD 1 TO GRADE-APPR-NUM.

      *    The grade for the exact title is used when there is one,
      *    otherwise the grade for the type as a whole.
       1058-FIND-GRADE.

           MOVE 'N' TO GRADE-FOUND-SW.
           MOVE I-TYPE OF TRANS-REC TO PG-TYPE.
           MOVE I-TITLE OF TRANS-REC TO PG-TITLE.
           READ PAYGRADE-FILE
               INVALID KEY
                   MOVE I-TYPE OF TRANS-REC TO PG-TYPE
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

       1060-REJECT-TRANS.

                   MOVE 'ADDED' TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO ADD-NUM
                   IF GRADE-APPR-SW = 'Y'
                       PERFORM 1056-LOG-GRADE-APPR
                   END-IF
                   MOVE 'A' TO CH-CODE
                   MOVE SPACES TO SAVE-PRIOR-REC
                   PERFORM 1850-WRITE-CHGHIST
                   IF POSB-OPEN-SW = 'Y'
                      AND I-TERM-ST OF EMPMAST-REC NOT = 'T'
                       MOVE I-DEPT OF EMPMAST-REC TO HEAD-DEPT
                       MOVE I-TYPE OF EMPMAST-REC TO HEAD-TYPE
                       PERFORM 1880-ADD-HEAD
                       PERFORM 1890-CHECK-AUTH-HEADS
                   END-IF
                   PERFORM 1150-OPEN-LEAVE-YTD
           END-WRITE.

      *    A new employee starts with nil leave and year-to-date
      *    records. One already on file (an employee brought back
      *    by empreins) is left as it is.
       1150-OPEN-LEAVE-YTD.

           MOVE SPACES TO LEAVEBAL-REC.
           MOVE I-EMPID OF EMPMAST-REC TO LV-EMPID.
           MOVE 0 TO LV-VAC-ACCR.
           MOVE 0 TO LV-VAC-TAKEN.
           MOVE 0 TO LV-SICK-ACCR.
           MOVE 0 TO LV-SICK-TAKEN.
           WRITE LEAVEBAL-REC
               INVALID KEY
                   MOVE 'A' TO LOG-CODE
                   MOVE I-EMPID OF EMPMAST-REC TO LOG-EMPID
                   MOVE 'LEAVEBAL ALREADY ON FILE - KEPT'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
           END-WRITE.
           MOVE SPACES TO EMPYTD-REC.
           MOVE I-EMPID OF EMPMAST-REC TO Y-EMPID.
           IF YEAR OF EMPMAST-REC NUMERIC
              AND YEAR OF EMPMAST-REC > CUR-YR4
               MOVE YEAR OF EMPMAST-REC TO Y-YEAR
           ELSE
               MOVE CUR-YR4 TO Y-YEAR
           END-IF.
           MOVE 0 TO Y-GROSS.
           MOVE 0 TO Y-HOURS.
           MOVE 0 TO Y-WEEKS.
           MOVE 0 TO Y-LAST-PAID.
           MOVE 0 TO Y-LAST-PERIOD.
           PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > 4
               MOVE 0 TO Y-QTR-GROSS (QTR-IDX)
               MOVE 0 TO Y-QTR-HOURS (QTR-IDX)
           END-PERFORM.
           WRITE EMPYTD-REC
               INVALID KEY
                   MOVE 'A' TO LOG-CODE
                   MOVE I-EMPID OF EMPMAST-REC TO LOG-EMPID
                   MOVE 'EMPYTD ALREADY ON FILE - KEPT'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
           END-WRITE.

       1200-CHANGE-EMPLOYEE.
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
               NOT INVALID KEY
                   PERFORM 1220-APPLY-CHANGE
           END-READ.

      *    A change is range checked against PAYGRADE only when it
      *    alters the rate, type or title on the master.
       1220-APPLY-CHANGE.

           MOVE EMPMAST-REC TO SAVE-PRIOR-REC.
           MOVE I-RATE OF EMPMAST-REC TO SAVE-OLD-RATE.
           MOVE I-TYPE OF EMPMAST-REC TO SAVE-OLD-TYPE.
           MOVE I-TITLE OF EMPMAST-REC TO SAVE-OLD-TITLE.
           MOVE I-TERM-ST OF EMPMAST-REC TO SAVE-TERM-ST.
           MOVE I-TERM-DATE OF EMPMAST-REC TO SAVE-TERM-DATE.
           IF GRADE-OPEN-SW = 'Y'
              AND (I-RATE OF TRANS-REC NOT = SAVE-OLD-RATE
                OR I-TYPE OF TRANS-REC NOT = SAVE-OLD-TYPE
                OR I-TITLE OF TRANS-REC NOT = SAVE-OLD-TITLE)
               PERFORM 1055-CHECK-GRADE
           END-IF.
           IF EDIT-SW = 'Y'
               MOVE CORRESPONDING TRANS-REC TO EMPMAST-REC
               MOVE SAVE-TERM-ST TO I-TERM-ST OF EMPMAST-REC
               MOVE SAVE-TERM-DATE TO I-TERM-DATE OF EMPMAST-REC
               PERFORM 1250-REWRITE-CHANGE
           ELSE
               PERFORM 1060-REJECT-TRANS
           END-IF.

       1250-REWRITE-CHANGE.

           REWRITE EMPMAST-REC
                   MOVE 'CHANGED' TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO CHG-NUM
                   IF GRADE-APPR-SW = 'Y'
                       PERFORM 1056-LOG-GRADE-APPR
                   END-IF
                   MOVE 'C' TO CH-CODE
                   PERFORM 1850-WRITE-CHGHIST
                   IF POSB-OPEN-SW = 'Y'
                      AND I-TERM-ST OF EMPMAST-REC NOT = 'T'
                       PERFORM 1870-MOVE-HEAD
                   END-IF
                   IF I-RATE OF EMPMAST-REC NOT = SAVE-OLD-RATE
                      AND TR-EFF-DATE NUMERIC
                      AND TR-EFF-DATE > 0
                      AND TR-EFF-DATE < TODAY-DATE-NUM
                       PERFORM 1860-WRITE-RETRO
                   END-IF
           END-REWRITE.

       1300-DELETE-EMPLOYEE.
                       ADD 1 TO DEL-NUM
                       MOVE 'D' TO CH-CODE
                       PERFORM 1850-WRITE-CHGHIST
                       IF POSB-OPEN-SW = 'Y'
                           MOVE I-DEPT OF EMPMAST-REC TO HEAD-DEPT
                           MOVE I-TYPE OF EMPMAST-REC TO HEAD-TYPE
                           PERFORM 1885-REMOVE-HEAD
                       END-IF
               END-REWRITE
           END-IF.

           MOVE EMPMAST-REC TO CH-AFTER.
           WRITE CHGHIST-REC.

       1860-WRITE-RETRO.

           MOVE SPACES TO RETRO-REC.
           MOVE I-EMPID OF EMPMAST-REC TO RT-EMPID.
           MOVE TR-EFF-DATE TO RT-EFF-DATE.
           MOVE SAVE-OLD-RATE TO RT-OLD-RATE.
           MOVE I-RATE OF EMPMAST-REC TO RT-NEW-RATE.
           MOVE 'EMPMAINT' TO RT-SOURCE.
           MOVE TODAY-DATE-NUM TO RT-ENTRY-DATE.
           WRITE RETRO-REC.
           ADD 1 TO RETRO-NUM.
           MOVE 'C' TO LOG-CODE.
           MOVE I-EMPID OF TRANS-REC TO LOG-EMPID.
           MOVE SPACES TO LOG-RESULT.
           STRING 'RATE CHANGE RETRO FROM ' DELIMITED BY SIZE
                  TR-EFF-DATE DELIMITED BY SIZE
                  INTO LOG-RESULT
           END-STRING.
           PERFORM 1800-WRITE-LOG.

      *    A change of department or type moves the head from the
      *    old department and type to the new.
       1870-MOVE-HEAD.

           MOVE SAVE-PRIOR-REC TO PRIOR-IMAGE.
           IF I-DEPT OF PRIOR-IMAGE NOT = I-DEPT OF EMPMAST-REC
              OR I-TYPE OF PRIOR-IMAGE NOT = I-TYPE OF EMPMAST-REC
               MOVE I-DEPT OF PRIOR-IMAGE TO HEAD-DEPT
               MOVE I-TYPE OF PRIOR-IMAGE TO HEAD-TYPE
               PERFORM 1885-REMOVE-HEAD
               MOVE I-DEPT OF EMPMAST-REC TO HEAD-DEPT
               MOVE I-TYPE OF EMPMAST-REC TO HEAD-TYPE
               PERFORM 1880-ADD-HEAD
           END-IF.

       1875-FIND-HEAD-DEPT.

           MOVE 0 TO HEAD-SUB.
           PERFORM VARYING HEAD-IDX FROM 1 BY 1
                   UNTIL HEAD-IDX > HEAD-COUNT
               IF HC-DEPT (HEAD-IDX) = HEAD-DEPT
                   MOVE HEAD-IDX TO HEAD-SUB
               END-IF
           END-PERFORM.

       1880-ADD-HEAD.

           IF HEAD-TYPE NUMERIC
              AND HEAD-TYPE >= 01
              AND HEAD-TYPE <= 10
               PERFORM 1875-FIND-HEAD-DEPT
               IF HEAD-SUB = 0
                  AND HEAD-COUNT < 60
                   ADD 1 TO HEAD-COUNT
                   MOVE HEAD-COUNT TO HEAD-SUB
                   MOVE HEAD-DEPT TO HC-DEPT (HEAD-SUB)
                   PERFORM VARYING HEAD-IDX FROM 1 BY 1
                           UNTIL HEAD-IDX > 10
                       MOVE 0 TO HC-HEADS (HEAD-SUB, HEAD-IDX)
                   END-PERFORM
               END-IF
               IF HEAD-SUB > 0
                   ADD 1 TO HC-HEADS (HEAD-SUB, HEAD-TYPE)
               END-IF
           END-IF.

       1885-REMOVE-HEAD.

           IF HEAD-TYPE NUMERIC
              AND HEAD-TYPE >= 01
              AND HEAD-TYPE <= 10
               PERFORM 1875-FIND-HEAD-DEPT
               IF HEAD-SUB > 0
                  AND HC-HEADS (HEAD-SUB, HEAD-TYPE) > 0
                   SUBTRACT 1 FROM HC-HEADS (HEAD-SUB, HEAD-TYPE)
               END-IF
           END-IF.

      *    An add that takes the department past its authorized heads
      *    for the type is applied but warned on the log. A department
      *    with no POSBUDGT record is not checked.
       1890-CHECK-AUTH-HEADS.

           MOVE HEAD-DEPT TO PB-DEPT.
           READ POSBUDGT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HEAD-SUB > 0
                      AND HEAD-TYPE >= 01
                      AND HEAD-TYPE <= 10
                       IF HC-HEADS (HEAD-SUB, HEAD-TYPE)
                          > PB-AUTH-HEADS (HEAD-TYPE)
                           MOVE 'A' TO LOG-CODE
                           MOVE I-EMPID OF TRANS-REC TO LOG-EMPID
                           MOVE SPACES TO LOG-RESULT
                           STRING 'WARNING - ' DELIMITED BY SIZE
                                  HEAD-DEPT DELIMITED BY SIZE
                                  ' OVER AUTHORIZED HEADS'
                                      DELIMITED BY SIZE
                                  INTO LOG-RESULT
                           END-STRING
                           PERFORM 1800-WRITE-LOG
                           ADD 1 TO HEAD-WARN-NUM
                       END-IF
                   END-IF
           END-READ.

       1800-WRITE-LOG.

           WRITE LOG-REC FROM LOG-DETAIL
           MOVE DEL-NUM   TO LOG-DEL-NUM.
           MOVE REJ-NUM   TO LOG-REJ-NUM.
           MOVE PEND-NUM  TO LOG-PEND-NUM.
           MOVE RETRO-NUM TO LOG-RETRO-NUM.
           WRITE LOG-REC FROM LOG-TOTALS
           AFTER ADVANCING 2 LINES.
           MOVE GRADE-APPR-NUM TO LOG-APPR-NUM.
           MOVE HEAD-WARN-NUM TO LOG-HEAD-WARN-NUM.
           WRITE LOG-REC FROM LOG-TOTALS2
           AFTER ADVANCING 1 LINES.

       2000-READ-TRANS.

