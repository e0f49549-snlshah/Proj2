       IDENTIFICATION DIVISION.
       PROGRAM-ID.  payvoid.
       AUTHOR. Sonali Shah.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOIDREQ-FILE ASSIGN TO 'VOIDREQ'.

       SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
           FILE STATUS IS PAYH-STATUS.

       SELECT EMPYTD-FILE  ASSIGN TO 'EMPYTD'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS Y-EMPID OF EMPYTD-REC
           FILE STATUS IS EMPY-STATUS.

       SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS I-EMPID OF EMPMAST-REC
           FILE STATUS IS EMPM-STATUS.

       SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
           FILE STATUS IS LVBAL-STATUS.

       SELECT GLVOID-FILE  ASSIGN TO 'GLVOID'.

       SELECT VOIDREG-FILE ASSIGN TO 'VOID-PRNT'.

       SELECT OPTIONAL PAYADJ-FILE ASSIGN TO 'PAYADJ'
           FILE STATUS IS PADJ-STATUS.

       SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
           FILE STATUS IS RUNLOG-STATUS.


       DATA DIVISION.

       FILE SECTION.
       FD  VOIDREQ-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.

       01  VOIDREQ-REC.
           03  VR-EMPID             PIC X(7).
           03  VR-RUN-DATE          PIC 9(8).
           03  VR-REASON            PIC X(30).

       FD  PAYHIST-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC.
           COPY PAYHREC.

       FD  EMPYTD-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPYTD-REC.
           COPY YTDREC.

       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPMAST-REC.
           COPY EMPREC.

       FD  LEAVEBAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC.
           COPY LEAVEREC.

       FD  GLVOID-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.
       01  GLEXT-REC.
           COPY GLEXREC.

       FD  VOIDREG-FILE
       LABEL RECORDS ARE OMITTED.
       01  VOIDREG-REC              PIC X(135).

       FD  PAYADJ-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYADJ-REC.
           COPY PADJREC.

       FD  RUNLOG-FILE
       LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.
       01  PAYH-STATUS              PIC XX       VALUE '00'.
       01  EMPY-STATUS              PIC XX       VALUE '00'.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  PADJ-STATUS              PIC XX       VALUE '00'.
       01  RUNLOG-STATUS            PIC XX       VALUE '00'.
       01  LVBAL-STATUS             PIC XX       VALUE '00'.
       01  EOF-V                    PIC 9        VALUE 0.
       01  EOF-H                    PIC 9        VALUE 0.
       01  REQ-COUNT                PIC 9(4)     VALUE 0.
       01  REQ-IDX                  PIC 9(4)     VALUE 0.
       01  USE-IDX                  PIC 9(4)     VALUE 0.
       01  REQ-NUM                  PIC 9(6)     VALUE 0.
       01  VOID-NUM                 PIC 9(6)     VALUE 0.
       01  REJ-NUM                  PIC 9(6)     VALUE 0.
       01  REQUEUE-NUM              PIC 9(6)     VALUE 0.
       01  LEAVE-REST-NUM           PIC 9(6)     VALUE 0.
       01  LEAVE-REST-HOURS         PIC 9(7)V99  VALUE 0.
       01  VOID-PERIOD              PIC 9(6)     VALUE 0.
       01  YTD-OK-SW                PIC X        VALUE 'N'.
       01  VOID-RESULT              PIC X(30)    VALUE SPACES.
       01  VOID-GROSS-TOT           PIC 9(9)V99  VALUE 0.
       01  VOID-NET-TOT             PIC 9(9)V99  VALUE 0.
       01  VOID-HOURS-TOT           PIC 9(7)V99  VALUE 0.
       01  GL-DEBIT-TOT             PIC 9(9)V99  VALUE 0.
       01  GL-CREDIT-TOT            PIC 9(9)V99  VALUE 0.
       01  LABOR-ACCOUNT            PIC X(4)     VALUE '5100'.
       01  ACCRUAL-ACCOUNT          PIC X(4)     VALUE '2100'.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.

       01  REQ-TABLE.
           03  REQ-ENTRY OCCURS 200 TIMES.
               05  RQ-EMPID         PIC X(7).
               05  RQ-RUN-DATE      PIC 9(8).
               05  RQ-REASON        PIC X(30).
               05  RQ-DONE-SW       PIC X(1).
               05  RQ-RESULT        PIC X(30).

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

       01  VOID-HEADING1.
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

       01  VOID-HEADING2.
           03  FILLER               PIC X(48)    VALUE SPACES.
           03  FILLER               PIC X(26)
               VALUE 'PAYMENT VOID REGISTER'.

       01  VOID-HEADING3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'LAST'.
           03  FILLER               PIC X(12)    VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'RUN DATE'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'METHOD'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'CHECK NO'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'HOURS'.
           03  FILLER               PIC X(9)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'GROSS'.
           03  FILLER               PIC X(11)    VALUE SPACES.
           03  FILLER               PIC X(3)     VALUE 'NET'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'REASON'.

       01  VOID-DATA1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  V-EMPID              PIC X(7).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  V-LAST               PIC X(15).
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  V-RUN-DATE           PIC 9999/99/99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  V-METHOD             PIC X(7).
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  V-CHECK-NO           PIC Z(8).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  V-HOURS              PIC ZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  V-GROSS              PIC Z,ZZZ,ZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  V-NET                PIC Z,ZZZ,ZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  V-REASON             PIC X(30).

       01  VOID-REJ-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(40)
               VALUE 'VOID REQUESTS NOT PROCESSED'.

       01  VOID-REJ-DATA.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  VJ-EMPID             PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  VJ-RUN-DATE          PIC X(8).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  VJ-REASON            PIC X(30).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  VJ-RESULT            PIC X(30).

       01  VOID-TOTAL1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'REQUESTS READ:    '.
           03  VT-REQ               PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'PAYMENTS VOIDED:  '.
           03  VT-VOID              PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'NOT PROCESSED:    '.
           03  VT-REJ               PIC ZZZZZ9.

       01  VOID-TOTAL2.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'GROSS REVERSED:   '.
           03  VT-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'NET REVERSED:     '.
           03  VT-NET               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'HOURS REVERSED:   '.
           03  VT-HOURS             PIC Z,ZZZ,ZZ9.99.

       01  VOID-TOTAL3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'GLVOID DEBITS:    '.
           03  VT-GL-DEBIT          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'GLVOID CREDITS:   '.
           03  VT-GL-CREDIT         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(22)
               VALUE 'ADJUSTMENTS REQUEUED: '.
           03  VT-REQUEUE           PIC ZZZZZ9.

       01  VOID-TOTAL4.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'LEAVE RESTORED:   '.
           03  VT-LEAVE-NUM         PIC ZZZZZ9.
           03  FILLER               PIC X(10)    VALUE ' EMPLOYEES'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'LEAVE HOURS:      '.
           03  VT-LEAVE-HOURS       PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0100-LOAD-REQUESTS.
           PERFORM 0200-OPEN-FILES.
           PERFORM 1400-PRINT-HEAD.
           IF REQ-COUNT > 0
               PERFORM 2000-READ-PAYHIST
               PERFORM 1000-PROCESS-PAYHIST
                   UNTIL EOF-H = 1
           END-IF.
           PERFORM 1800-WRITE-GL-TRAILER.
           PERFORM 1850-PRINT-REJECTS.
           PERFORM 1900-PRINT-TOTALS.
           PERFORM 1950-WRITE-RUNLOG.
           PERFORM 0300-CLOSE-FILES.
           STOP RUN.

       0100-LOAD-REQUESTS.

           OPEN INPUT VOIDREQ-FILE.
           PERFORM 0150-LOAD-REQUEST-REC
               UNTIL EOF-V = 1.
           CLOSE VOIDREQ-FILE.

       0150-LOAD-REQUEST-REC.

           READ VOIDREQ-FILE
               AT END
                   MOVE 1 TO EOF-V
               NOT AT END
                   ADD 1 TO REQ-NUM
                   IF REQ-COUNT < 200
                       ADD 1 TO REQ-COUNT
                       MOVE VR-EMPID TO RQ-EMPID (REQ-COUNT)
                       MOVE VR-REASON TO RQ-REASON (REQ-COUNT)
                       MOVE 'N' TO RQ-DONE-SW (REQ-COUNT)
                       MOVE 'NO MATCHING PAYMENT ON PAYHIST'
                           TO RQ-RESULT (REQ-COUNT)
                       IF VR-RUN-DATE NUMERIC
                           MOVE VR-RUN-DATE TO RQ-RUN-DATE (REQ-COUNT)
                       ELSE
                           MOVE 0 TO RQ-RUN-DATE (REQ-COUNT)
                       END-IF
                       IF VR-EMPID = SPACES
                          OR VR-RUN-DATE NOT NUMERIC
                          OR VR-RUN-DATE = 0
                           MOVE 'X' TO RQ-DONE-SW (REQ-COUNT)
                           MOVE 'MISSING EMPID OR RUN DATE'
                               TO RQ-RESULT (REQ-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'VOIDREQ TABLE FULL - BYPASSED '
                           VR-EMPID ' ' VR-RUN-DATE
                       ADD 1 TO REJ-NUM
                   END-IF
           END-READ.

       0200-OPEN-FILES.

           OPEN I-O PAYHIST-FILE.
           IF PAYH-STATUS NOT = '00'
               DISPLAY 'PAYHIST COULD NOT BE OPENED - STATUS '
                   PAYH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPYTD-FILE.
           IF EMPY-STATUS NOT = '00'
               DISPLAY 'EMPYTD COULD NOT BE OPENED - STATUS '
                   EMPY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF EMPM-STATUS NOT = '00'
               DISPLAY 'EMPMAST COULD NOT BE OPENED - STATUS '
                   EMPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
           OPEN OUTPUT GLVOID-FILE
                       VOIDREG-FILE.
           OPEN EXTEND PAYADJ-FILE.

       0300-CLOSE-FILES.

           CLOSE PAYHIST-FILE
                 EMPYTD-FILE
                 EMPMAST-FILE
                 LEAVEBAL-FILE
                 GLVOID-FILE
                 VOIDREG-FILE
                 PAYADJ-FILE.

      *    A request voids the first standing payment on PAYHIST for
      *    that employee and run date; one already voided is passed
      *    over so a second request can reach a later payment.
       1000-PROCESS-PAYHIST.

           MOVE 0 TO USE-IDX.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
                      OR USE-IDX > 0
               IF RQ-DONE-SW (REQ-IDX) = 'N'
                  AND RQ-EMPID (REQ-IDX) = PH-EMPID
                  AND RQ-RUN-DATE (REQ-IDX) = PH-RUN-DATE
                   IF PH-STATUS = 'V'
                       MOVE 'PAYMENT ALREADY VOIDED'
                           TO RQ-RESULT (REQ-IDX)
                   ELSE
                       MOVE REQ-IDX TO USE-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF USE-IDX > 0
               PERFORM 1100-VOID-PAYMENT
           END-IF.
           PERFORM 2000-READ-PAYHIST.

       1100-VOID-PAYMENT.

           PERFORM 1200-BACKOUT-YTD.
           IF YTD-OK-SW = 'N'
               MOVE 'X' TO RQ-DONE-SW (USE-IDX)
               MOVE VOID-RESULT TO RQ-RESULT (USE-IDX)
           ELSE
               MOVE 'V' TO PH-STATUS
               MOVE TODAY-DATE-NUM TO PH-VOID-DATE
               REWRITE PAYHIST-REC
               IF PAYH-STATUS = '00'
                   PERFORM 1150-POST-VOID
               ELSE
                   DISPLAY 'PAYHIST REWRITE FAILED - STATUS '
                       PAYH-STATUS ' - NOT VOIDED ' PH-EMPID
                       ' ' PH-RUN-DATE
                   MOVE 'X' TO RQ-DONE-SW (USE-IDX)
                   MOVE 'PAYHIST REWRITE FAILED'
                       TO RQ-RESULT (USE-IDX)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    EMPYTD is only backed out once the payment is marked void
      *    on PAYHIST.
       1150-POST-VOID.

           MOVE 'Y' TO RQ-DONE-SW (USE-IDX).
           REWRITE EMPYTD-REC
               INVALID KEY
                   DISPLAY 'EMPYTD REWRITE FAILED FOR ' PH-EMPID
                       ' - YTD NOT BACKED OUT'
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
           PERFORM 1300-WRITE-GL-REVERSAL.
           IF PH-ADJ > 0
               PERFORM 1350-REQUEUE-ADJ
           END-IF.
           IF PH-EARN-GROUP NUMERIC
               IF PH-VAC-HOURS > 0
                  OR PH-SICK-HOURS > 0
                   PERFORM 1370-RESTORE-LEAVE
               END-IF
           END-IF.
           PERFORM 1500-PRINT-VOID.
           ADD 1 TO VOID-NUM.
           ADD PH-GROSS TO VOID-GROSS-TOT.
           ADD PH-NET TO VOID-NET-TOT.
           ADD PH-HOURS TO VOID-HOURS-TOT.

      *    Gross and hours come out of the quarter the payment was
      *    posted to; a payment from a year already rolled off EMPYTD
      *    cannot be backed out here. The record is rewritten by
      *    1150-POST-VOID.
       1200-BACKOUT-YTD.

           MOVE 'N' TO YTD-OK-SW.
           MOVE PH-EMPID TO Y-EMPID OF EMPYTD-REC.
           READ EMPYTD-FILE
               INVALID KEY
                   MOVE 'NO EMPYTD RECORD' TO VOID-RESULT
               NOT INVALID KEY
                   IF Y-YEAR NOT = PH-YEAR
                       MOVE 'PAYMENT NOT IN CURRENT YTD YEAR'
                           TO VOID-RESULT
                   ELSE
                     IF PH-QTR < 1 OR PH-QTR > 4
                       MOVE 'PAYMENT QUARTER INVALID'
                           TO VOID-RESULT
                     ELSE
                       IF Y-GROSS < PH-GROSS
                          OR Y-QTR-GROSS (PH-QTR) < PH-GROSS
                          OR Y-HOURS < PH-HOURS
                          OR Y-QTR-HOURS (PH-QTR) < PH-HOURS
                         MOVE 'EMPYTD LESS THAN PAYMENT'
                             TO VOID-RESULT
                       ELSE
                         SUBTRACT PH-GROSS FROM Y-GROSS
                         SUBTRACT PH-GROSS FROM Y-QTR-GROSS (PH-QTR)
                         SUBTRACT PH-HOURS FROM Y-HOURS
                         SUBTRACT PH-HOURS FROM Y-QTR-HOURS (PH-QTR)
                         IF Y-WEEKS > 0
                             SUBTRACT 1 FROM Y-WEEKS
                         END-IF
                         MOVE 'Y' TO YTD-OK-SW
                       END-IF
                     END-IF
                   END-IF
           END-READ.

      *    Reverses the payreg posting: labor credited back to the
      *    department the payment was charged to, accrual debited.
       1300-WRITE-GL-REVERSAL.

           IF PH-PERIOD NUMERIC
               MOVE PH-PERIOD TO VOID-PERIOD
           ELSE
               MOVE 0 TO VOID-PERIOD
           END-IF.
           MOVE SPACES TO GLEXT-REC.
           MOVE 'D' TO GL-TYPE.
           MOVE PH-DEPT TO GL-COSTCTR.
           MOVE LABOR-ACCOUNT TO GL-ACCOUNT.
           MOVE 'C' TO GL-DRCR.
           MOVE PH-GROSS TO GL-AMOUNT.
           MOVE TODAY-DATE-NUM TO GL-POST-DATE.
           MOVE VOID-PERIOD TO GL-PERIOD.
           WRITE GLEXT-REC.
           ADD PH-GROSS TO GL-CREDIT-TOT.
           MOVE SPACES TO GLEXT-REC.
           MOVE 'C' TO GL-TYPE.
           MOVE SPACES TO GL-COSTCTR.
           MOVE ACCRUAL-ACCOUNT TO GL-ACCOUNT.
           MOVE 'D' TO GL-DRCR.
           MOVE PH-GROSS TO GL-AMOUNT.
           MOVE TODAY-DATE-NUM TO GL-POST-DATE.
           MOVE VOID-PERIOD TO GL-PERIOD.
           WRITE GLEXT-REC.
           ADD PH-GROSS TO GL-DEBIT-TOT.

      *    A retro adjustment paid on the voided payment goes back on
      *    PAYADJ so it is paid again with the reissue.
       1350-REQUEUE-ADJ.

           MOVE SPACES TO PAYADJ-REC.
           MOVE PH-EMPID TO PA-EMPID.
           MOVE 'VD' TO PA-CODE.
           MOVE PH-ADJ TO PA-AMOUNT.
           MOVE PH-RUN-DATE TO PA-RUN-DATE.
           MOVE 0 TO PA-OLD-RATE.
           MOVE 0 TO PA-NEW-RATE.
           MOVE 0 TO PA-EFF-DATE.
           MOVE TODAY-DATE-NUM TO PA-ENTRY-DATE.
           WRITE PAYADJ-REC.
           ADD 1 TO REQUEUE-NUM.

      *    Vacation and sick hours paid on the voided payment are
      *    given back to the employee's LEAVEBAL balances.
       1370-RESTORE-LEAVE.

           MOVE PH-EMPID TO LV-EMPID OF LEAVEBAL-REC.
           READ LEAVEBAL-FILE
               INVALID KEY
                   DISPLAY 'NO LEAVEBAL RECORD FOR ' PH-EMPID
                       ' - LEAVE HOURS NOT RESTORED'
               NOT INVALID KEY
                   IF LV-VAC-TAKEN < PH-VAC-HOURS
                       MOVE 0 TO LV-VAC-TAKEN
                   ELSE
                       SUBTRACT PH-VAC-HOURS FROM LV-VAC-TAKEN
                   END-IF
                   IF LV-SICK-TAKEN < PH-SICK-HOURS
                       MOVE 0 TO LV-SICK-TAKEN
                   ELSE
                       SUBTRACT PH-SICK-HOURS FROM LV-SICK-TAKEN
                   END-IF
                   PERFORM 1375-REWRITE-LEAVE
           END-READ.

       1375-REWRITE-LEAVE.

           REWRITE LEAVEBAL-REC
               INVALID KEY
                   DISPLAY 'LEAVEBAL REWRITE FAILED FOR ' PH-EMPID
                       ' - LEAVE HOURS NOT RESTORED'
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO LEAVE-REST-NUM
                   ADD PH-VAC-HOURS TO LEAVE-REST-HOURS
                   ADD PH-SICK-HOURS TO LEAVE-REST-HOURS
           END-REWRITE.

       1500-PRINT-VOID.

           MOVE PH-EMPID TO V-EMPID.
           MOVE PH-EMPID TO I-EMPID OF EMPMAST-REC.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE 'NOT ON EMPMAST' TO V-LAST
               NOT INVALID KEY
                   MOVE I-LAST OF EMPMAST-REC TO V-LAST
           END-READ.
           MOVE PH-RUN-DATE TO V-RUN-DATE.
           EVALUATE PH-PAY-METHOD
               WHEN 'D'
                   MOVE 'DEPOSIT' TO V-METHOD
               WHEN 'C'
                   MOVE 'CHECK' TO V-METHOD
               WHEN OTHER
                   MOVE 'NONE' TO V-METHOD
           END-EVALUATE.
           IF PH-PAY-METHOD = 'C'
               MOVE PH-CHECK-NO TO V-CHECK-NO
           ELSE
               MOVE 0 TO V-CHECK-NO
           END-IF.
           MOVE PH-HOURS TO V-HOURS.
           MOVE PH-GROSS TO V-GROSS.
           MOVE PH-NET TO V-NET.
           MOVE RQ-REASON (USE-IDX) TO V-REASON.
           IF LINE-KOUNT >= 50
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE VOIDREG-REC FROM VOID-DATA1
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.

       1400-PRINT-HEAD.

           MOVE PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE VOIDREG-REC FROM VOID-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE VOIDREG-REC FROM VOID-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE VOIDREG-REC FROM VOID-HEADING3
               AFTER ADVANCING 2 LINES.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.

       1800-WRITE-GL-TRAILER.

           MOVE SPACES TO GLEXT-REC.
           MOVE 'T' TO GL-TYPE.
           MOVE SPACES TO GL-COSTCTR.
           MOVE SPACES TO GL-ACCOUNT.
           MOVE SPACES TO GL-DRCR.
           MOVE GL-DEBIT-TOT TO GL-AMOUNT.
           MOVE TODAY-DATE-NUM TO GL-POST-DATE.
           MOVE 0 TO GL-PERIOD.
           WRITE GLEXT-REC.
           IF GL-DEBIT-TOT NOT = GL-CREDIT-TOT
              OR GL-DEBIT-TOT NOT = VOID-GROSS-TOT
               DISPLAY '*** GLVOID OUT OF BALANCE ***'
               DISPLAY 'GL DEBIT TOTAL: ' GL-DEBIT-TOT
                   ' GL CREDIT TOTAL: ' GL-CREDIT-TOT
               DISPLAY 'GLVOID MUST NOT BE POSTED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1850-PRINT-REJECTS.

           WRITE VOIDREG-REC FROM VOID-REJ-HEAD
               AFTER ADVANCING 3 LINES.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               IF RQ-DONE-SW (REQ-IDX) NOT = 'Y'
                   MOVE RQ-EMPID (REQ-IDX) TO VJ-EMPID
                   MOVE RQ-RUN-DATE (REQ-IDX) TO VJ-RUN-DATE
                   MOVE RQ-REASON (REQ-IDX) TO VJ-REASON
                   MOVE RQ-RESULT (REQ-IDX) TO VJ-RESULT
                   WRITE VOIDREG-REC FROM VOID-REJ-DATA
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO REJ-NUM
               END-IF
           END-PERFORM.

       1900-PRINT-TOTALS.

           WRITE VOIDREG-REC FROM VOID-HEADING2
               AFTER ADVANCING 3 LINES.
           MOVE REQ-NUM TO VT-REQ.
           MOVE VOID-NUM TO VT-VOID.
           MOVE REJ-NUM TO VT-REJ.
           WRITE VOIDREG-REC FROM VOID-TOTAL1
               AFTER ADVANCING 2 LINES.
           MOVE VOID-GROSS-TOT TO VT-GROSS.
           MOVE VOID-NET-TOT TO VT-NET.
           MOVE VOID-HOURS-TOT TO VT-HOURS.
           WRITE VOIDREG-REC FROM VOID-TOTAL2
               AFTER ADVANCING 1 LINES.
           MOVE GL-DEBIT-TOT TO VT-GL-DEBIT.
           MOVE GL-CREDIT-TOT TO VT-GL-CREDIT.
           MOVE REQUEUE-NUM TO VT-REQUEUE.
           WRITE VOIDREG-REC FROM VOID-TOTAL3
               AFTER ADVANCING 1 LINES.
           MOVE LEAVE-REST-NUM TO VT-LEAVE-NUM.
           MOVE LEAVE-REST-HOURS TO VT-LEAVE-HOURS.
           WRITE VOIDREG-REC FROM VOID-TOTAL4
               AFTER ADVANCING 1 LINES.

       1950-WRITE-RUNLOG.

           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE SPACES TO RUNLOG-REC.
           MOVE 'PAYVOID' TO RL-PROGRAM.
           MOVE TODAY-DATE-NUM TO RL-RUN-DATE.
           MOVE RUN-TIME-HMS TO RL-RUN-TIME.
           MOVE REQ-NUM TO RL-READ.
           MOVE VOID-NUM TO RL-WRITTEN.
           MOVE REJ-NUM TO RL-REJECTED.
           MOVE RETURN-CODE TO RL-RETCODE.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       2000-READ-PAYHIST.

           READ PAYHIST-FILE
           AT END MOVE 1 TO EOF-H.
