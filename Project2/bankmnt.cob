       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bankmnt.
       AUTHOR. Sonali Shah.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANS-FILE   ASSIGN TO 'BANKTRANS'.

       SELECT EMPBANK-FILE ASSIGN TO 'EMPBANK'
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS B-EMPID OF EMPBANK-REC
           FILE STATUS IS EMPB-STATUS.

       SELECT LOG-FILE     ASSIGN TO 'BANKMNT-LOG'.


       DATA DIVISION.

       FILE SECTION.
       FD  TRANS-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.

       01  TRANS-REC.
           03  TR-CODE              PIC X(1).
           COPY BANKREC.

       FD  EMPBANK-FILE
       LABEL RECORDS ARE STANDARD.

       01  EMPBANK-REC.
           COPY BANKREC.

       FD  LOG-FILE
       LABEL RECORDS ARE OMITTED.
       01  LOG-REC                  PIC X(95).

       WORKING-STORAGE SECTION.
       01  EMPB-STATUS              PIC XX       VALUE '00'.
       01  EOF-T                    PIC 9        VALUE 0.
       01  TRANS-NUM                PIC 9999     VALUE 0000.
       01  ADD-NUM                  PIC 9999     VALUE 0000.
       01  CHG-NUM                  PIC 9999     VALUE 0000.
       01  DEL-NUM                  PIC 9999     VALUE 0000.
       01  VER-NUM                  PIC 9999     VALUE 0000.
       01  INACT-NUM                PIC 9999     VALUE 0000.
       01  REJ-NUM                  PIC 9999     VALUE 0000.
       01  EDIT-SW                  PIC X        VALUE 'Y'.
       01  EDIT-REASON              PIC X(40)    VALUE SPACES.
       01  ABA-SUM                  PIC 9(4)     VALUE 0.
       01  ABA-QUOT                 PIC 9(4)     VALUE 0.
       01  ABA-REM                  PIC 9        VALUE 0.
       01  ABA-ROUTING              PIC 9(9)     VALUE 0.
       01  ABA-DIGITS REDEFINES ABA-ROUTING.
           03  ABA-DIGIT            PIC 9        OCCURS 9 TIMES.

       01  CURRENT-DATE-LONG.
           03  CUR-YR4              PIC 9(4).
           03  CUR-MON4             PIC 9(2).
           03  CUR-DAY4             PIC 9(2).
       01  TODAY-DATE-NUM           PIC 9(8)     VALUE 0.

       01  LOG-DETAIL.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  LOG-CODE              PIC X(1).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  LOG-EMPID             PIC X(7).
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

       01  LOG-TOTALS2.
           03  FILLER            PIC X(1)  VALUE SPACES.
           03  FILLER            PIC X(20)
               VALUE 'PRENOTES VERIFIED: '.
           03  LOG-VER-NUM        PIC ZZZ9.
           03  FILLER            PIC X(4)  VALUE SPACES.
           03  FILLER            PIC X(13) VALUE 'INACTIVATED: '.
           03  LOG-INACT-NUM      PIC ZZZ9.

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
           OPEN I-O EMPBANK-FILE.
           IF EMPB-STATUS = '35'
               OPEN OUTPUT EMPBANK-FILE
               CLOSE EMPBANK-FILE
               OPEN I-O EMPBANK-FILE
           END-IF.

       0200-CLOSE-FILES.

           CLOSE TRANS-FILE
                 LOG-FILE
                 EMPBANK-FILE.

       1000-PROCESS-TRANS.

           ADD 1 TO TRANS-NUM.
           MOVE TR-CODE TO LOG-CODE.
           MOVE B-EMPID OF TRANS-REC TO LOG-EMPID.
           EVALUATE TR-CODE
               WHEN 'A'
                   PERFORM 1100-ADD-ACCOUNT
               WHEN 'C'
                   PERFORM 1200-CHANGE-ACCOUNT
               WHEN 'D'
                   PERFORM 1300-DELETE-ACCOUNT
               WHEN 'V'
                   PERFORM 1400-VERIFY-PRENOTE
               WHEN 'I'
                   PERFORM 1500-INACTIVATE-ACCOUNT
               WHEN OTHER
                   MOVE 'REJECTED - INVALID TRANSACTION CODE'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
           END-EVALUATE.
           PERFORM 2000-READ-TRANS.

       1050-EDIT-ACCOUNT.

           MOVE 'Y' TO EDIT-SW.
           MOVE SPACES TO EDIT-REASON.
           IF B-EMPID OF TRANS-REC = SPACES
               MOVE 'N' TO EDIT-SW
               MOVE 'REJECTED - MISSING EMPLOYEE ID' TO EDIT-REASON
           ELSE
             IF B-ROUTING OF TRANS-REC NOT NUMERIC
                OR B-ROUTING OF TRANS-REC = 0
               MOVE 'N' TO EDIT-SW
               MOVE 'REJECTED - ROUTING NUMBER NOT NUMERIC'
                   TO EDIT-REASON
             ELSE
               PERFORM 1060-CHECK-ROUTING
               IF ABA-REM NOT = 0
                 MOVE 'N' TO EDIT-SW
                 MOVE 'REJECTED - ROUTING CHECK DIGIT INVALID'
                     TO EDIT-REASON
               ELSE
                 IF B-ACCOUNT OF TRANS-REC = SPACES
                   MOVE 'N' TO EDIT-SW
                   MOVE 'REJECTED - MISSING ACCOUNT NUMBER'
                       TO EDIT-REASON
                 ELSE
                   IF B-ACCT-TYPE OF TRANS-REC NOT = 'C'
                      AND B-ACCT-TYPE OF TRANS-REC NOT = 'S'
                     MOVE 'N' TO EDIT-SW
                     MOVE 'REJECTED - ACCOUNT TYPE NOT C OR S'
                         TO EDIT-REASON
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      *    ABA check: 3-7-1 weighted digit sum must end in zero.
       1060-CHECK-ROUTING.

           MOVE B-ROUTING OF TRANS-REC TO ABA-ROUTING.
           COMPUTE ABA-SUM =
               3 * (ABA-DIGIT (1) + ABA-DIGIT (4) + ABA-DIGIT (7))
             + 7 * (ABA-DIGIT (2) + ABA-DIGIT (5) + ABA-DIGIT (8))
             +     (ABA-DIGIT (3) + ABA-DIGIT (6) + ABA-DIGIT (9)).
           DIVIDE ABA-SUM BY 10 GIVING ABA-QUOT
               REMAINDER ABA-REM.

       1100-ADD-ACCOUNT.

           PERFORM 1050-EDIT-ACCOUNT.
           IF EDIT-SW = 'N'
               MOVE EDIT-REASON TO LOG-RESULT
               PERFORM 1800-WRITE-LOG
               ADD 1 TO REJ-NUM
           ELSE
               MOVE CORRESPONDING TRANS-REC TO EMPBANK-REC
               MOVE 'P' TO B-PRENOTE OF EMPBANK-REC
               MOVE TODAY-DATE-NUM TO B-PRENOTE-DATE OF EMPBANK-REC
               MOVE 0 TO B-PRENOTE-SENT OF EMPBANK-REC
               WRITE EMPBANK-REC
                   INVALID KEY
                       MOVE 'REJECTED - EMPLOYEE ID ALREADY ON FILE'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                   NOT INVALID KEY
                       MOVE 'ADDED - PRENOTE PENDING' TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO ADD-NUM
               END-WRITE
           END-IF.

      *    A new routing, account or account type starts the prenote
      *    cycle over; deposits stop until it is verified again.
       1200-CHANGE-ACCOUNT.

           PERFORM 1050-EDIT-ACCOUNT.
           IF EDIT-SW = 'N'
               MOVE EDIT-REASON TO LOG-RESULT
               PERFORM 1800-WRITE-LOG
               ADD 1 TO REJ-NUM
           ELSE
               MOVE B-EMPID OF TRANS-REC TO B-EMPID OF EMPBANK-REC
               READ EMPBANK-FILE
                   INVALID KEY
                       MOVE 'REJECTED - EMPLOYEE ID NOT ON FILE'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                   NOT INVALID KEY
                       PERFORM 1250-APPLY-CHANGE
               END-READ
           END-IF.

       1250-APPLY-CHANGE.

           IF B-ROUTING OF TRANS-REC NOT = B-ROUTING OF EMPBANK-REC
              OR B-ACCOUNT OF TRANS-REC NOT = B-ACCOUNT OF EMPBANK-REC
              OR B-ACCT-TYPE OF TRANS-REC
                 NOT = B-ACCT-TYPE OF EMPBANK-REC
               MOVE B-ROUTING OF TRANS-REC TO B-ROUTING OF EMPBANK-REC
               MOVE B-ACCOUNT OF TRANS-REC TO B-ACCOUNT OF EMPBANK-REC
               MOVE B-ACCT-TYPE OF TRANS-REC
                   TO B-ACCT-TYPE OF EMPBANK-REC
               MOVE 'P' TO B-PRENOTE OF EMPBANK-REC
               MOVE TODAY-DATE-NUM TO B-PRENOTE-DATE OF EMPBANK-REC
               MOVE 0 TO B-PRENOTE-SENT OF EMPBANK-REC
               MOVE 'CHANGED - PRENOTE PENDING' TO LOG-RESULT
           ELSE
               MOVE 'CHANGED - NO ACCOUNT CHANGE' TO LOG-RESULT
           END-IF.
           REWRITE EMPBANK-REC.
           PERFORM 1800-WRITE-LOG.
           ADD 1 TO CHG-NUM.

       1300-DELETE-ACCOUNT.

           MOVE B-EMPID OF TRANS-REC TO B-EMPID OF EMPBANK-REC.
           DELETE EMPBANK-FILE
               INVALID KEY
                   MOVE 'REJECTED - EMPLOYEE ID NOT ON FILE'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
               NOT INVALID KEY
                   MOVE 'DELETED' TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO DEL-NUM
           END-DELETE.

       1400-VERIFY-PRENOTE.

           MOVE B-EMPID OF TRANS-REC TO B-EMPID OF EMPBANK-REC.
           READ EMPBANK-FILE
               INVALID KEY
                   MOVE 'REJECTED - EMPLOYEE ID NOT ON FILE'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
               NOT INVALID KEY
                   IF B-PRENOTE OF EMPBANK-REC NOT = 'P'
                       MOVE 'REJECTED - NO PRENOTE PENDING'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                   ELSE
                     IF B-PRENOTE-SENT OF EMPBANK-REC = 0
                       MOVE 'REJECTED - PRENOTE NOT YET SENT'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO REJ-NUM
                     ELSE
                       MOVE 'A' TO B-PRENOTE OF EMPBANK-REC
                       MOVE TODAY-DATE-NUM
                           TO B-PRENOTE-DATE OF EMPBANK-REC
                       REWRITE EMPBANK-REC
                       MOVE 'VERIFIED - DIRECT DEPOSIT ACTIVE'
                           TO LOG-RESULT
                       PERFORM 1800-WRITE-LOG
                       ADD 1 TO VER-NUM
                     END-IF
                   END-IF
           END-READ.

       1500-INACTIVATE-ACCOUNT.

           MOVE B-EMPID OF TRANS-REC TO B-EMPID OF EMPBANK-REC.
           READ EMPBANK-FILE
               INVALID KEY
                   MOVE 'REJECTED - EMPLOYEE ID NOT ON FILE'
                       TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO REJ-NUM
               NOT INVALID KEY
                   MOVE 'I' TO B-PRENOTE OF EMPBANK-REC
                   MOVE TODAY-DATE-NUM TO B-PRENOTE-DATE OF EMPBANK-REC
                   REWRITE EMPBANK-REC
                   MOVE 'INACTIVATED - PAID BY CHECK' TO LOG-RESULT
                   PERFORM 1800-WRITE-LOG
                   ADD 1 TO INACT-NUM
           END-READ.

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
           MOVE VER-NUM   TO LOG-VER-NUM.
           MOVE INACT-NUM TO LOG-INACT-NUM.
           WRITE LOG-REC FROM LOG-TOTALS2
           AFTER ADVANCING 1 LINES.

       2000-READ-TRANS.

           READ TRANS-FILE
           AT END MOVE 1 TO EOF-T.
