       IDENTIFICATION DIVISION.
       PROGRAM-ID.  grademnt.
       AUTHOR. Sonali Shah.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANS-FILE   ASSIGN TO 'GRADETRANS'.

       SELECT PAYGRADE-FILE ASSIGN TO 'PAYGRADE'
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PG-KEY OF PAYGRADE-REC
           FILE STATUS IS PGRD-STATUS.

       SELECT LOG-FILE     ASSIGN TO 'GRADEMNT-LOG'.


       DATA DIVISION.

       FILE SECTION.
       FD  TRANS-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.

       01  TRANS-REC.
           03  TR-CODE              PIC X(1).
           COPY PGRDREC.

       FD  PAYGRADE-FILE
       LABEL RECORDS ARE STANDARD.

       01  PAYGRADE-REC.
           COPY PGRDREC.

       FD  LOG-FILE
       LABEL RECORDS ARE OMITTED.
       01  LOG-REC                  PIC X(95).

       WORKING-STORAGE SECTION.
       01  PGRD-STATUS              PIC XX       VALUE '00'.
       01  EOF-T                    PIC 9        VALUE 0.
       01  TRANS-NUM                PIC 9999     VALUE 0000.
       01  ADD-NUM                  PIC 9999     VALUE 0000.
       01  CHG-NUM                  PIC 9999     VALUE 0000.
       01  DEL-NUM                  PIC 9999     VALUE 0000.
       01  REJ-NUM                  PIC 9999     VALUE 0000.
       01  EDIT-SW                  PIC X        VALUE 'Y'.
       01  EDIT-REASON              PIC X(40)    VALUE SPACES.

       01  CURRENT-DATE-LONG.
           03  CUR-YR4              PIC 9(4).
           03  CUR-MON4             PIC 9(2).
           03  CUR-DAY4             PIC 9(2).
       01  TODAY-DATE-NUM           PIC 9(8)     VALUE 0.

       01  LOG-DETAIL.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  LOG-CODE              PIC X(1).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  LOG-TYPE              PIC X(2).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  LOG-TITLE             PIC X(17).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  LOG-RESULT            PIC X(40).

       01  LOG-TOTALS.
           03  FILLER            PIC X(1)  VALUE SPACES.
           03  FILLER            PIC X(20)
               VALUE 'TRANSACTIONS READ: '.
           03  LOG-TRANS-NUM      PIC ZZZ9.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(6)  VALUE 'ADDS: '.
           03  LOG-ADD-NUM        PIC ZZZ9.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(9)  VALUE 'CHANGES: '.
           03  LOG-CHG-NUM        PIC ZZZ9.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(9)  VALUE 'DELETES: '.
           03  LOG-DEL-NUM        PIC ZZZ9.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(10) VALUE 'REJECTED: '.
           03  LOG-REJ-NUM        PIC ZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0100-OPEN-FILES.
           PERFORM 2000-READ-TRANS.
           PERFORM 1000-PROCESS-TRANS
               UNTIL EOF-T = 1.
           PERFORM 1900-WRITE-TOTALS.
           PERFORM 0200-CLOSE-FILES.
           STOP RUN.

       0100-OPEN-FILES.

           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN I-O PAYGRADE-FILE.
           IF PGRD-STATUS = '35'
               OPEN OUTPUT PAYGRADE-FILE
               CLOSE PAYGRADE-FILE
               OPEN I-O PAYGRADE-FILE
           END-IF.

       0200-CLOSE-FILES.

           CLOSE TRANS-FILE
                 LOG-FILE
                 PAYGRADE-FILE.

       1000-PROCESS-TRANS.

           ADD 1 TO TRANS-NUM.
           MOVE TR-CODE TO LOG-CODE.
           MOVE PG-TYPE OF TRANS-REC TO LOG-TYPE.
           MOVE PG-TITLE OF TRANS-REC TO LOG-TITLE.
           EVALUATE TR-CODE
               WHEN 'A'
                   PERFORM 1100-ADD-GRADE
               WHEN 'C'
                   PERFORM 1200-CHANGE-GRADE
               WHEN 'D'
                   PERFORM 1300-DELETE-GRADE
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
           END-EVALUATE.
           PERFORM 2000-READ-TRANS.

      *    The range must run minimum <= midpoint <= maximum, with a
      *    minimum above zero, for a type empmaint accepts (01-10).
       1050-EDIT-GRADE.

           MOVE 'Y' TO EDIT-SW.
           MOVE SPACES TO EDIT-REASON.
           IF PG-TYPE OF TRANS-REC NOT NUMERIC
              OR PG-TYPE OF TRANS-REC < 01
              OR PG-TYPE OF TRANS-REC > 10
               MOVE 'N' TO EDIT-SW
               MOVE 'REJECTED - INVALID TYPE CODE' TO EDIT-REASON
           ELSE
             IF PG-GRADE OF TRANS-REC = SPACES
               MOVE 'N' TO EDIT-SW
               MOVE 'REJECTED - MISSING GRADE CODE' TO EDIT-REASON
             ELSE
               IF PG-MIN-RATE OF TRANS-REC NOT NUMERIC
                  OR PG-MID-RATE OF TRANS-REC NOT NUMERIC
                  OR PG-MAX-RATE OF TRANS-REC NOT NUMERIC
                 MOVE 'N' TO EDIT-SW
                 MOVE 'REJECTED - RATE NOT NUMERIC' TO EDIT-REASON
               ELSE
                 IF PG-MIN-RATE OF TRANS-REC = 0
                   MOVE 'N' TO EDIT-SW
                   MOVE 'REJECTED - ZERO MINIMUM RATE' TO EDIT-REASON
                 ELSE
                   IF PG-MIN-RATE OF TRANS-REC
                        > PG-MID-RATE OF TRANS-REC
                      OR PG-MID-RATE OF TRANS-REC
                        > PG-MAX-RATE OF TRANS-REC
                     MOVE 'N' TO EDIT-SW
                     MOVE 'REJECTED - MIN/MID/MAX OUT OF ORDER'
                         TO EDIT-REASON
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       1100-ADD-GRADE.

           PERFORM 1050-EDIT-GRADE.
           IF EDIT-SW = 'N'
               MOVE EDIT-REASON TO LOG-RESULT
               PERFORM 1800-WRITE-LOG
               ADD 1 TO REJ-NUM
           ELSE
               MOVE CORRESPONDING TRANS-REC TO PAYGRADE-REC
               MOVE TODAY-DATE-NUM TO PG-UPD-DATE OF PAYGRADE-REC
               WRITE PAYGRADE-REC
                   INVALID KEY
                       MOVE 'REJECTED - GRADE ALREADY ON FILE'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                   NOT INVALID KEY
                       MOVE 'ADDED' TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO ADD-NUM
               END-WRITE
           END-IF.

       1200-CHANGE-GRADE.

           PERFORM 1050-EDIT-GRADE.
           IF EDIT-SW = 'N'
               MOVE EDIT-REASON TO LOG-RESULT
               PERFORM 1800-WRITE-LOG
               ADD 1 TO REJ-NUM
           ELSE
               MOVE PG-KEY OF TRANS-REC TO PG-KEY OF PAYGRADE-REC
               READ PAYGRADE-FILE
                   INVALID KEY
                       MOVE 'REJECTED - GRADE NOT ON FILE'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                   NOT INVALID KEY
                       MOVE CORRESPONDING TRANS-REC TO PAYGRADE-REC
                       MOVE TODAY-DATE-NUM
                           TO PG-UPD-DATE OF PAYGRADE-REC
                       REWRITE PAYGRADE-REC
                       MOVE 'CHANGED' TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO CHG-NUM
               END-READ
           END-IF.

       1300-DELETE-GRADE.

           MOVE PG-KEY OF TRANS-REC TO PG-KEY OF PAYGRADE-REC.
           DELETE PAYGRADE-FILE
               INVALID KEY
                   MOVE 'REJECTED - GRADE NOT ON FILE' TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
               NOT INVALID KEY
                   MOVE 'DELETED' TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO DEL-NUM
           END-DELETE.

       1800-WRITE-LOG.

           WRITE LOG-REC FROM LOG-DETAIL
           AFTER ADVANCING 1 LINES.

       1900-WRITE-TOTALS.

           MOVE TRANS-NUM TO LOG-TRANS-NUM.
           MOVE ADD-NUM   TO LOG-ADD-NUM.
           MOVE CHG-NUM   TO LOG-CHG-NUM.
           MOVE DEL-NUM   TO LOG-DEL-NUM.
           MOVE REJ-NUM   TO LOG-REJ-NUM.
           WRITE LOG-REC FROM LOG-TOTALS
           AFTER ADVANCING 2 LINES.

       2000-READ-TRANS.

           READ TRANS-FILE
           AT END MOVE 1 TO EOF-T.
