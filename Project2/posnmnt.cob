       IDENTIFICATION DIVISION.
       PROGRAM-ID.  posnmnt.
       AUTHOR. Sonali Shah.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANS-FILE   ASSIGN TO 'POSNTRANS'.

       SELECT POSBUDGT-FILE ASSIGN TO 'POSBUDGT'
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PB-DEPT OF POSBUDGT-REC
           FILE STATUS IS POSB-STATUS.

       SELECT OPTIONAL DEPTREF-FILE ASSIGN TO 'DEPTREF'
           FILE STATUS IS DEPTREF-STATUS.

       SELECT LOG-FILE     ASSIGN TO 'POSNMNT-LOG'.


       DATA DIVISION.

       FILE SECTION.
       FD  TRANS-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.

       01  TRANS-REC.
           03  TR-CODE              PIC X(1).
           COPY POSBREC.

       FD  POSBUDGT-FILE
       LABEL RECORDS ARE STANDARD.

       01  POSBUDGT-REC.
           COPY POSBREC.

       FD  DEPTREF-FILE
       LABEL RECORDS ARE STANDARD.
       01  DEPTREF-REC.
           COPY DEPTREC.

       FD  LOG-FILE
       LABEL RECORDS ARE OMITTED.
       01  LOG-REC                  PIC X(95).

       WORKING-STORAGE SECTION.
       01  POSB-STATUS              PIC XX       VALUE '00'.
       01  DEPTREF-STATUS           PIC XX       VALUE '00'.
       01  EOF-T                    PIC 9        VALUE 0.
       01  EOF-R                    PIC 9        VALUE 0.
       01  TRANS-NUM                PIC 9999     VALUE 0000.
       01  ADD-NUM                  PIC 9999     VALUE 0000.
       01  CHG-NUM                  PIC 9999     VALUE 0000.
       01  DEL-NUM                  PIC 9999     VALUE 0000.
       01  REJ-NUM                  PIC 9999     VALUE 0000.
       01  EDIT-SW                  PIC X        VALUE 'Y'.
       01  EDIT-REASON              PIC X(40)    VALUE SPACES.

       01  DEPT-COUNT               PIC 99       VALUE 00.
       01  DEPT-IDX                 PIC 99       VALUE 00.
       01  DEPT-OK-SW               PIC X        VALUE 'N'.
       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 50 TIMES.
               05  DTB-DEPT         PIC X(4).
               05  DTB-ACTIVE       PIC X(1).

       01  CURRENT-DATE-LONG.
           03  CUR-YR4              PIC 9(4).
           03  CUR-MON4             PIC 9(2).
           03  CUR-DAY4             PIC 9(2).
       01  TODAY-DATE-NUM           PIC 9(8)     VALUE 0.

       01  LOG-DETAIL.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  LOG-CODE              PIC X(1).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  LOG-DEPT              PIC X(4).
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
           PERFORM 0040-LOAD-DEPTREF.
           PERFORM 0100-OPEN-FILES.
           PERFORM 2000-READ-TRANS.
           PERFORM 1000-PROCESS-TRANS
               UNTIL EOF-T = 1.
           PERFORM 1900-WRITE-TOTALS.
           PERFORM 0200-CLOSE-FILES.
           STOP RUN.

       0040-LOAD-DEPTREF.

           OPEN INPUT DEPTREF-FILE.
           IF DEPTREF-STATUS = '00'
               PERFORM 0045-LOAD-DEPT-REC
                   UNTIL EOF-R = 1
               CLOSE DEPTREF-FILE
           END-IF.
           IF DEPT-COUNT = 0
               DISPLAY 'DEPTREF NOT AVAILABLE - '
                   'DEPARTMENT CODES NOT VALIDATED'
           END-IF.

       0045-LOAD-DEPT-REC.

           READ DEPTREF-FILE
               AT END
                   MOVE 1 TO EOF-R
               NOT AT END
                   IF DEPT-COUNT < 50
                       ADD 1 TO DEPT-COUNT
                       MOVE DR-DEPT TO DTB-DEPT (DEPT-COUNT)
                       MOVE DR-ACTIVE TO DTB-ACTIVE (DEPT-COUNT)
                   ELSE
                       DISPLAY 'DEPTREF EXCEEDS TABLE - ' DR-DEPT
                           ' NOT LOADED'
                   END-IF
           END-READ.

       0048-CHECK-DEPT.

           MOVE 'N' TO DEPT-OK-SW.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DTB-DEPT (DEPT-IDX) = PB-DEPT OF TRANS-REC
                  AND DTB-ACTIVE (DEPT-IDX) = 'Y'
                   MOVE 'Y' TO DEPT-OK-SW
               END-IF
           END-PERFORM.

       0100-OPEN-FILES.

           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN I-O POSBUDGT-FILE.
           IF POSB-STATUS = '35'
               OPEN OUTPUT POSBUDGT-FILE
               CLOSE POSBUDGT-FILE
               OPEN I-O POSBUDGT-FILE
           END-IF.

       0200-CLOSE-FILES.

           CLOSE TRANS-FILE
                 LOG-FILE
                 POSBUDGT-FILE.

       1000-PROCESS-TRANS.

           ADD 1 TO TRANS-NUM.
           MOVE TR-CODE TO LOG-CODE.
           MOVE PB-DEPT OF TRANS-REC TO LOG-DEPT.
           EVALUATE TR-CODE
               WHEN 'A'
                   PERFORM 1100-ADD-BUDGET
               WHEN 'C'
                   PERFORM 1200-CHANGE-BUDGET
               WHEN 'D'
                   PERFORM 1300-DELETE-BUDGET
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
           END-EVALUATE.
           PERFORM 2000-READ-TRANS.

       1050-EDIT-BUDGET.

           MOVE 'Y' TO EDIT-SW.
           MOVE SPACES TO EDIT-REASON.
           IF PB-DEPT OF TRANS-REC = SPACES
               MOVE 'N' TO EDIT-SW
               MOVE 'REJECTED - MISSING DEPARTMENT' TO EDIT-REASON
           ELSE
             IF PB-HEADS-GROUP OF TRANS-REC NOT NUMERIC
               MOVE 'N' TO EDIT-SW
               MOVE 'REJECTED - HEADCOUNT NOT NUMERIC'
                   TO EDIT-REASON
             ELSE
               IF PB-BUDGET OF TRANS-REC NOT NUMERIC
                 MOVE 'N' TO EDIT-SW
                 MOVE 'REJECTED - BUDGET NOT NUMERIC' TO EDIT-REASON
               ELSE
                 IF DEPT-COUNT > 0
                   PERFORM 0048-CHECK-DEPT
                   IF DEPT-OK-SW NOT = 'Y'
                     MOVE 'N' TO EDIT-SW
                     MOVE 'REJECTED - UNKNOWN OR INACTIVE DEPARTMENT'
                         TO EDIT-REASON
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       1100-ADD-BUDGET.

           PERFORM 1050-EDIT-BUDGET.
           IF EDIT-SW = 'N'
               MOVE EDIT-REASON TO LOG-RESULT
               PERFORM 1800-WRITE-LOG
               ADD 1 TO REJ-NUM
           ELSE
               MOVE SPACES TO POSBUDGT-REC
               MOVE PB-DEPT OF TRANS-REC TO PB-DEPT OF POSBUDGT-REC
               PERFORM 1150-MOVE-BUDGET
               WRITE POSBUDGT-REC
                   INVALID KEY
                       MOVE 'REJECTED - DEPARTMENT ALREADY ON FILE'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                   NOT INVALID KEY
                       MOVE 'ADDED' TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO ADD-NUM
               END-WRITE
           END-IF.

       1150-MOVE-BUDGET.

           MOVE PB-HEADS-GROUP OF TRANS-REC
               TO PB-HEADS-GROUP OF POSBUDGT-REC.
           MOVE PB-BUDGET OF TRANS-REC TO PB-BUDGET OF POSBUDGT-REC.
           MOVE TODAY-DATE-NUM TO PB-UPD-DATE OF POSBUDGT-REC.

       1200-CHANGE-BUDGET.

           PERFORM 1050-EDIT-BUDGET.
           IF EDIT-SW = 'N'
               MOVE EDIT-REASON TO LOG-RESULT
               PERFORM 1800-WRITE-LOG
               ADD 1 TO REJ-NUM
           ELSE
               MOVE PB-DEPT OF TRANS-REC TO PB-DEPT OF POSBUDGT-REC
               READ POSBUDGT-FILE
                   INVALID KEY
                       MOVE 'REJECTED - DEPARTMENT NOT ON FILE'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                   NOT INVALID KEY
                       PERFORM 1150-MOVE-BUDGET
                       REWRITE POSBUDGT-REC
                       MOVE 'CHANGED' TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO CHG-NUM
               END-READ
           END-IF.

       1300-DELETE-BUDGET.

           MOVE PB-DEPT OF TRANS-REC TO PB-DEPT OF POSBUDGT-REC.
           DELETE POSBUDGT-FILE
               INVALID KEY
                   MOVE 'REJECTED - DEPARTMENT NOT ON FILE'
                       TO LOG-RESULT
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
