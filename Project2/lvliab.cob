       IDENTIFICATION DIVISION.
       PROGRAM-ID.  lvliab.
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

       SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
           FILE STATUS IS LVBAL-STATUS.

       SELECT OPTIONAL DEPTREF-FILE ASSIGN TO 'DEPTREF'
           FILE STATUS IS DEPTREF-STATUS.

       SELECT OPTIONAL LVLIABH-FILE ASSIGN TO 'LVLIABH'
           FILE STATUS IS LVLH-STATUS.

       SELECT LVLIABHN-FILE ASSIGN TO 'LVLIABHN'.

       SELECT GLLIAB-FILE  ASSIGN TO 'GLLIAB'.

       SELECT REPORT-FILE  ASSIGN TO 'LVLIAB-PRNT'.

       SELECT SORT-WORK    ASSIGN TO 'SORTWK1'.

       SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
           FILE STATUS IS RUNLOG-STATUS.


       DATA DIVISION.

       FILE SECTION.
       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.

       01  EMPMAST-REC.
           COPY EMPREC.

       FD  LEAVEBAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC.
           COPY LEAVEREC.

       FD  DEPTREF-FILE
       LABEL RECORDS ARE STANDARD.
       01  DEPTREF-REC.
           COPY DEPTREC.

       FD  LVLIABH-FILE
       LABEL RECORDS ARE STANDARD.
       01  LVLIABH-REC.
           COPY LVLHREC.

       FD  LVLIABHN-FILE
       LABEL RECORDS ARE STANDARD.
       01  LVLIABHN-REC.
           COPY LVLHREC.

       FD  GLLIAB-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.
       01  GLEXT-REC.
           COPY GLEXREC.

       FD  REPORT-FILE
       LABEL RECORDS ARE OMITTED.
       01  REPORT-REC               PIC X(135).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SR-DEPT              PIC X(4).
           03  SR-LAST              PIC X(15).
           03  SR-FIRST             PIC X(15).
           03  SR-IMAGE             PIC X(106).

       FD  RUNLOG-FILE
       LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  LVBAL-STATUS             PIC XX       VALUE '00'.
       01  DEPTREF-STATUS           PIC XX       VALUE '00'.
       01  LVLH-STATUS              PIC XX       VALUE '00'.
       01  RUNLOG-STATUS            PIC XX       VALUE '00'.
       01  EOF-M                    PIC 9        VALUE 0.
       01  EOF-S                    PIC 9        VALUE 0.
       01  EOF-R                    PIC 9        VALUE 0.
       01  EOF-P                    PIC 9        VALUE 0.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
       01  FIRST-DEPT-SW            PIC X        VALUE 'Y'.
       01  PREV-DEPT                PIC X(4)     VALUE SPACES.
       01  DROP-HEAD-SW             PIC X        VALUE 'N'.
       01  READ-NUM                 PIC 9(6)     VALUE 0.
       01  VALUED-NUM               PIC 9(6)     VALUE 0.
       01  NOBAL-NUM                PIC 9(6)     VALUE 0.

       01  VACATION-EXP-ACCOUNT     PIC X(4)     VALUE '5150'.
       01  VACATION-LIAB-ACCOUNT    PIC X(4)     VALUE '2150'.
       01  WEEK-HOURS               PIC 9(2)V99  VALUE 40.00.
       01  VAC-AVAIL                PIC S9(5)V99 VALUE 0.
       01  HOURLY-RATE              PIC 9(4)V99  VALUE 0.
       01  EMP-LIAB                 PIC 9(9)V99  VALUE 0.
       01  DEPT-HOURS               PIC 9(7)V99  VALUE 0.
       01  DEPT-LIAB                PIC 9(9)V99  VALUE 0.
       01  DEPT-PRIOR               PIC 9(9)V99  VALUE 0.
       01  LIAB-CHANGE              PIC S9(9)V99 VALUE 0.
       01  TOTAL-HOURS              PIC 9(9)V99  VALUE 0.
       01  TOTAL-LIAB               PIC 9(9)V99  VALUE 0.
       01  TOTAL-PRIOR              PIC 9(9)V99  VALUE 0.
       01  PRIOR-RUN-DATE           PIC 9(8)     VALUE 0.
       01  PRIOR-RUN-DATE-X REDEFINES PRIOR-RUN-DATE.
           03  PRIOR-YR4            PIC 9(4).
           03  PRIOR-MON4           PIC 9(2).
           03  PRIOR-DAY4           PIC 9(2).
       01  GL-DEBIT-TOT             PIC 9(9)V99  VALUE 0.
       01  GL-CREDIT-TOT            PIC 9(9)V99  VALUE 0.

       01  DEPT-REF-COUNT           PIC 99       VALUE 00.
       01  DEPT-REF-IDX             PIC 99       VALUE 00.
       01  DEPT-REF-TABLE.
           03  DEPT-REF-ENTRY OCCURS 50 TIMES.
               05  DRT-DEPT         PIC X(4).
               05  DRT-NAME         PIC X(25).

      *    This month's valuation by department; departments past the
      *    table size are carried in one OVFL entry, as payreg does.
       01  LIAB-COUNT               PIC 99       VALUE 00.
       01  LIAB-IDX                 PIC 99       VALUE 00.
       01  LIAB-OVER-HOURS          PIC 9(7)V99  VALUE 0.
       01  LIAB-OVER-AMT            PIC 9(9)V99  VALUE 0.
       01  LIAB-TABLE.
           03  LIAB-ENTRY OCCURS 50 TIMES.
               05  LT-DEPT          PIC X(4).
               05  LT-HOURS         PIC 9(7)V99.
               05  LT-AMOUNT        PIC 9(9)V99.

       01  PRIOR-COUNT              PIC 99       VALUE 00.
       01  PRIOR-IDX                PIC 99       VALUE 00.
       01  PRIOR-TABLE.
           03  PRIOR-ENTRY OCCURS 60 TIMES.
               05  PT-DEPT          PIC X(4).
               05  PT-AMOUNT        PIC 9(9)V99.
               05  PT-USED-SW       PIC X(1).

       01  WORK-IMAGE.
           COPY EMPREC.

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

       01  LIAB-HEADING1.
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

       01  LIAB-HEADING2.
           03  FILLER               PIC X(41)    VALUE SPACES.
           03  FILLER               PIC X(40)
               VALUE 'ACCRUED VACATION LIABILITY BY DEPARTMENT'.

       01  LIAB-PRIOR-LINE.
           03  FILLER               PIC X(41)    VALUE SPACES.
           03  LP-TEXT              PIC X(17).
           03  LP-YR                PIC 9(4).
           03  LP-SEP1              PIC X(1).
           03  LP-MON               PIC 9(2).
           03  LP-SEP2              PIC X(1).
           03  LP-DAY               PIC 9(2).

       01  LIAB-DEPT-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(12)
               VALUE 'DEPARTMENT: '.
           03  DH-DEPT              PIC X(4).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  DH-NAME              PIC X(25).

       01  LIAB-HEADING3.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'LAST'.
           03  FILLER               PIC X(13)    VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'FIRST'.
           03  FILLER               PIC X(12)    VALUE SPACES.
           03  FILLER               PIC X(2)     VALUE 'ST'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'VAC AVAIL'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'HRLY RATE'.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'LIABILITY'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'FLAG'.

       01  LIAB-DATA1.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  L-EMPID              PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  L-LAST               PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  L-FIRST              PIC X(15).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  L-ST                 PIC X(1).
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  L-VAC-AVAIL          PIC ZZZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  L-HRLY-RATE          PIC ZZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  L-LIAB               PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  L-FLAG               PIC X(12).

       01  LIAB-DEPT-TOTAL.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(17)
               VALUE 'DEPT TOTAL HOURS:'.
           03  DT-HOURS             PIC ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'LIABILITY: '.
           03  DT-LIAB              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'LAST MONTH:'.
           03  DT-PRIOR             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'CHANGE: '.
           03  DT-CHANGE            PIC -ZZ,ZZZ,ZZ9.99.

       01  LIAB-DROP-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(46)
               VALUE 'DEPARTMENTS VALUED LAST MONTH - NO BALANCE NOW'.

       01  LIAB-DROP-LINE.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  DD-DEPT              PIC X(4).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  DD-NAME              PIC X(25).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'LAST MONTH:'.
           03  DD-PRIOR             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'CHANGE: '.
           03  DD-CHANGE            PIC -ZZ,ZZZ,ZZ9.99.

       01  LIAB-TOTAL1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'EMPLOYEES VALUED: '.
           03  LT1-VALUED           PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(20)
               VALUE 'NO LEAVEBAL RECORD: '.
           03  LT1-NOBAL            PIC ZZZZZ9.

       01  LIAB-TOTAL2.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(13)
               VALUE 'TOTAL HOURS: '.
           03  LT2-HOURS            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(17)
               VALUE 'TOTAL LIABILITY: '.
           03  LT2-LIAB             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'LAST MONTH:'.
           03  LT2-PRIOR            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'CHANGE: '.
           03  LT2-CHANGE           PIC -ZZZ,ZZZ,ZZ9.99.

       01  LIAB-TOTAL3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'GLLIAB DEBITS:    '.
           03  LT3-DEBIT            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'GLLIAB CREDITS:   '.
           03  LT3-CREDIT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0100-LOAD-DEPTREF.
           PERFORM 0200-LOAD-PRIOR.
           OPEN INPUT LEAVEBAL-FILE.
           IF LVBAL-STATUS NOT = '00'
               DISPLAY 'LEAVEBAL COULD NOT BE OPENED - STATUS '
                   LVBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SR-DEPT SR-LAST SR-FIRST
               INPUT PROCEDURE IS 3000-RELEASE-MASTER
               OUTPUT PROCEDURE IS 4000-PRINT-REPORT.
           CLOSE LEAVEBAL-FILE.
           PERFORM 1800-WRITE-GL-ENTRY.
           PERFORM 1850-WRITE-HISTORY.
           PERFORM 1900-PRINT-GL-TOTALS.
           PERFORM 1950-WRITE-RUNLOG.
           CLOSE REPORT-FILE.
           STOP RUN.

       0100-LOAD-DEPTREF.

           OPEN INPUT DEPTREF-FILE.
           IF DEPTREF-STATUS = '00'
               PERFORM 0150-LOAD-DEPT-REC
                   UNTIL EOF-R = 1
               CLOSE DEPTREF-FILE
           END-IF.

       0150-LOAD-DEPT-REC.

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

      *    Last month's valuation; when there is none the change is
      *    shown against zero and nothing is reversed.
       0200-LOAD-PRIOR.

           OPEN INPUT LVLIABH-FILE.
           IF LVLH-STATUS = '00'
               PERFORM 0250-LOAD-PRIOR-REC
                   UNTIL EOF-P = 1
               CLOSE LVLIABH-FILE
           END-IF.

       0250-LOAD-PRIOR-REC.

           READ LVLIABH-FILE
               AT END
                   MOVE 1 TO EOF-P
               NOT AT END
                   IF PRIOR-COUNT < 60
                       ADD 1 TO PRIOR-COUNT
                       MOVE LH-DEPT OF LVLIABH-REC
                           TO PT-DEPT (PRIOR-COUNT)
                       MOVE LH-AMOUNT OF LVLIABH-REC
                           TO PT-AMOUNT (PRIOR-COUNT)
                       MOVE 'N' TO PT-USED-SW (PRIOR-COUNT)
                       ADD LH-AMOUNT OF LVLIABH-REC TO TOTAL-PRIOR
                       MOVE LH-RUN-DATE OF LVLIABH-REC
                           TO PRIOR-RUN-DATE
                   ELSE
                       DISPLAY 'LVLIABH EXCEEDS TABLE - '
                           LH-DEPT OF LVLIABH-REC ' NOT LOADED'
                   END-IF
           END-READ.

       3000-RELEASE-MASTER.

           OPEN INPUT EMPMAST-FILE.
           IF EMPM-STATUS NOT = '00'
               DISPLAY 'EMPMAST COULD NOT BE OPENED - STATUS '
                   EMPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3100-READ-MASTER.
           PERFORM 3200-RELEASE-RECORD
               UNTIL EOF-M = 1.
           CLOSE EMPMAST-FILE.

       3200-RELEASE-RECORD.

           ADD 1 TO READ-NUM.
           IF I-TERM-ST OF EMPMAST-REC NOT = 'T'
               MOVE I-DEPT OF EMPMAST-REC TO SR-DEPT
               MOVE I-LAST OF EMPMAST-REC TO SR-LAST
               MOVE I-FIRST OF EMPMAST-REC TO SR-FIRST
               MOVE EMPMAST-REC TO SR-IMAGE
               RELEASE SORT-REC
           END-IF.
           PERFORM 3100-READ-MASTER.

       3100-READ-MASTER.

           READ EMPMAST-FILE
           AT END MOVE 1 TO EOF-M.

       4000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 4100-RETURN-SORTED.
           PERFORM 4200-REPORT-LINE
               UNTIL EOF-S = 1.
           IF FIRST-DEPT-SW = 'N'
               PERFORM 4300-DEPT-TOTALS
           END-IF.
           PERFORM 4500-PRINT-DROPPED.
           PERFORM 4600-COMPANY-TOTALS.

       4100-RETURN-SORTED.

           RETURN SORT-WORK
           AT END MOVE 1 TO EOF-S.

       4200-REPORT-LINE.

           IF FIRST-DEPT-SW = 'Y'
               MOVE SR-DEPT TO PREV-DEPT
               PERFORM 4400-DEPT-HEAD
               MOVE 'N' TO FIRST-DEPT-SW
           ELSE
               IF SR-DEPT NOT = PREV-DEPT
                   PERFORM 4300-DEPT-TOTALS
                   MOVE SR-DEPT TO PREV-DEPT
                   PERFORM 4400-DEPT-HEAD
               END-IF
           END-IF.
           MOVE SR-IMAGE TO WORK-IMAGE.
           MOVE I-EMPID OF WORK-IMAGE TO L-EMPID.
           MOVE I-LAST OF WORK-IMAGE TO L-LAST.
           MOVE I-FIRST OF WORK-IMAGE TO L-FIRST.
           MOVE I-ST OF WORK-IMAGE TO L-ST.
           PERFORM 4250-VALUE-BALANCE.
           IF LINE-KOUNT >= 50
               PERFORM 1400-PRINT-HEAD
               PERFORM 4400-DEPT-HEAD
           END-IF.
           WRITE REPORT-REC FROM LIAB-DATA1
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.
           PERFORM 4100-RETURN-SORTED.

      *    Available vacation is valued at the current I-RATE. A
      *    salaried I-RATE is the weekly salary, so the hourly
      *    equivalent is I-RATE over a standard week.
       4250-VALUE-BALANCE.

           IF I-ST OF WORK-IMAGE = 'S'
               COMPUTE HOURLY-RATE ROUNDED =
                   I-RATE OF WORK-IMAGE / WEEK-HOURS
           ELSE
               MOVE I-RATE OF WORK-IMAGE TO HOURLY-RATE
           END-IF.
           MOVE HOURLY-RATE TO L-HRLY-RATE.
           MOVE I-EMPID OF WORK-IMAGE TO LV-EMPID OF LEAVEBAL-REC.
           READ LEAVEBAL-FILE
               INVALID KEY
                   MOVE ZEROS TO L-VAC-AVAIL
                   MOVE ZEROS TO L-LIAB
                   MOVE '*NO BALANCE*' TO L-FLAG
                   ADD 1 TO NOBAL-NUM
               NOT INVALID KEY
                   COMPUTE VAC-AVAIL = LV-VAC-ACCR - LV-VAC-TAKEN
                   IF VAC-AVAIL < 0
                       MOVE 0 TO VAC-AVAIL
                   END-IF
                   COMPUTE EMP-LIAB ROUNDED = VAC-AVAIL * HOURLY-RATE
                   MOVE VAC-AVAIL TO L-VAC-AVAIL
                   MOVE EMP-LIAB TO L-LIAB
                   MOVE SPACES TO L-FLAG
                   ADD VAC-AVAIL TO DEPT-HOURS
                   ADD EMP-LIAB TO DEPT-LIAB
                   ADD 1 TO VALUED-NUM
           END-READ.

       4300-DEPT-TOTALS.

           MOVE 0 TO DEPT-PRIOR.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
               IF PT-DEPT (PRIOR-IDX) = PREV-DEPT
                   ADD PT-AMOUNT (PRIOR-IDX) TO DEPT-PRIOR
                   MOVE 'Y' TO PT-USED-SW (PRIOR-IDX)
               END-IF
           END-PERFORM.
           COMPUTE LIAB-CHANGE = DEPT-LIAB - DEPT-PRIOR.
           MOVE DEPT-HOURS TO DT-HOURS.
           MOVE DEPT-LIAB TO DT-LIAB.
           MOVE DEPT-PRIOR TO DT-PRIOR.
           MOVE LIAB-CHANGE TO DT-CHANGE.
           WRITE REPORT-REC FROM LIAB-DEPT-TOTAL
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-KOUNT.
           IF LIAB-COUNT < 50
               ADD 1 TO LIAB-COUNT
               MOVE PREV-DEPT TO LT-DEPT (LIAB-COUNT)
               MOVE DEPT-HOURS TO LT-HOURS (LIAB-COUNT)
               MOVE DEPT-LIAB TO LT-AMOUNT (LIAB-COUNT)
           ELSE
               ADD DEPT-HOURS TO LIAB-OVER-HOURS
               ADD DEPT-LIAB TO LIAB-OVER-AMT
           END-IF.
           ADD DEPT-HOURS TO TOTAL-HOURS.
           ADD DEPT-LIAB TO TOTAL-LIAB.
           MOVE 0 TO DEPT-HOURS.
           MOVE 0 TO DEPT-LIAB.

       4400-DEPT-HEAD.

           MOVE PREV-DEPT TO DH-DEPT.
           PERFORM 4450-FIND-DEPT-NAME.
           MOVE DD-NAME TO DH-NAME.
           WRITE REPORT-REC FROM LIAB-DEPT-HEAD
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM LIAB-HEADING3
               AFTER ADVANCING 1 LINES.
           ADD 3 TO LINE-KOUNT.

       4450-FIND-DEPT-NAME.

           IF DEPT-REF-COUNT = 0
               MOVE SPACES TO DD-NAME
           ELSE
               MOVE '** UNKNOWN DEPARTMENT **' TO DD-NAME
           END-IF.
           PERFORM VARYING DEPT-REF-IDX FROM 1 BY 1
                   UNTIL DEPT-REF-IDX > DEPT-REF-COUNT
               IF DRT-DEPT (DEPT-REF-IDX) = PREV-DEPT
                   MOVE DRT-NAME (DEPT-REF-IDX) TO DD-NAME
               END-IF
           END-PERFORM.

      *    A department valued last month with no active employees
      *    now still has its prior accrual reversed, so it is listed.
       4500-PRINT-DROPPED.

           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
               IF PT-USED-SW (PRIOR-IDX) = 'N'
                   IF DROP-HEAD-SW = 'N'
                       WRITE REPORT-REC FROM LIAB-DROP-HEAD
                           AFTER ADVANCING 3 LINES
                       MOVE 'Y' TO DROP-HEAD-SW
                   END-IF
                   MOVE PT-DEPT (PRIOR-IDX) TO PREV-DEPT
                   MOVE PT-DEPT (PRIOR-IDX) TO DD-DEPT
                   PERFORM 4450-FIND-DEPT-NAME
                   MOVE PT-AMOUNT (PRIOR-IDX) TO DD-PRIOR
                   COMPUTE LIAB-CHANGE = 0 - PT-AMOUNT (PRIOR-IDX)
                   MOVE LIAB-CHANGE TO DD-CHANGE
                   WRITE REPORT-REC FROM LIAB-DROP-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

       4600-COMPANY-TOTALS.

           WRITE REPORT-REC FROM LIAB-HEADING2
               AFTER ADVANCING 3 LINES.
           MOVE VALUED-NUM TO LT1-VALUED.
           MOVE NOBAL-NUM TO LT1-NOBAL.
           WRITE REPORT-REC FROM LIAB-TOTAL1
               AFTER ADVANCING 2 LINES.
           COMPUTE LIAB-CHANGE = TOTAL-LIAB - TOTAL-PRIOR.
           MOVE TOTAL-HOURS TO LT2-HOURS.
           MOVE TOTAL-LIAB TO LT2-LIAB.
           MOVE TOTAL-PRIOR TO LT2-PRIOR.
           MOVE LIAB-CHANGE TO LT2-CHANGE.
           WRITE REPORT-REC FROM LIAB-TOTAL2
               AFTER ADVANCING 1 LINES.

       1400-PRINT-HEAD.

           MOVE PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE REPORT-REC FROM LIAB-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM LIAB-HEADING2
               AFTER ADVANCING 1 LINE.
           IF PRIOR-RUN-DATE > 0
               MOVE 'PRIOR VALUATION: ' TO LP-TEXT
               MOVE PRIOR-YR4 TO LP-YR
               MOVE '/' TO LP-SEP1
               MOVE PRIOR-MON4 TO LP-MON
               MOVE '/' TO LP-SEP2
               MOVE PRIOR-DAY4 TO LP-DAY
               WRITE REPORT-REC FROM LIAB-PRIOR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.

      *    The prior month's accrual is reversed and this month's is
      *    booked, department by department against vacation expense,
      *    with the liability account carrying the offsets.
       1800-WRITE-GL-ENTRY.

           OPEN OUTPUT GLLIAB-FILE.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
               IF PT-AMOUNT (PRIOR-IDX) > 0
                   MOVE SPACES TO GLEXT-REC
                   MOVE 'D' TO GL-TYPE
                   MOVE PT-DEPT (PRIOR-IDX) TO GL-COSTCTR
                   MOVE VACATION-EXP-ACCOUNT TO GL-ACCOUNT
                   MOVE 'C' TO GL-DRCR
                   MOVE PT-AMOUNT (PRIOR-IDX) TO GL-AMOUNT
                   MOVE TODAY-DATE-NUM TO GL-POST-DATE
                   MOVE 0 TO GL-PERIOD
                   WRITE GLEXT-REC
                   ADD PT-AMOUNT (PRIOR-IDX) TO GL-CREDIT-TOT
               END-IF
           END-PERFORM.
           IF TOTAL-PRIOR > 0
               MOVE SPACES TO GLEXT-REC
               MOVE 'C' TO GL-TYPE
               MOVE SPACES TO GL-COSTCTR
               MOVE VACATION-LIAB-ACCOUNT TO GL-ACCOUNT
               MOVE 'D' TO GL-DRCR
               MOVE TOTAL-PRIOR TO GL-AMOUNT
               MOVE TODAY-DATE-NUM TO GL-POST-DATE
               MOVE 0 TO GL-PERIOD
               WRITE GLEXT-REC
               ADD TOTAL-PRIOR TO GL-DEBIT-TOT
           END-IF.
           PERFORM VARYING LIAB-IDX FROM 1 BY 1
                   UNTIL LIAB-IDX > LIAB-COUNT
               IF LT-AMOUNT (LIAB-IDX) > 0
                   MOVE SPACES TO GLEXT-REC
                   MOVE 'D' TO GL-TYPE
                   MOVE LT-DEPT (LIAB-IDX) TO GL-COSTCTR
                   MOVE VACATION-EXP-ACCOUNT TO GL-ACCOUNT
                   MOVE 'D' TO GL-DRCR
                   MOVE LT-AMOUNT (LIAB-IDX) TO GL-AMOUNT
                   MOVE TODAY-DATE-NUM TO GL-POST-DATE
                   MOVE 0 TO GL-PERIOD
                   WRITE GLEXT-REC
                   ADD LT-AMOUNT (LIAB-IDX) TO GL-DEBIT-TOT
               END-IF
           END-PERFORM.
           IF LIAB-OVER-AMT > 0
               MOVE SPACES TO GLEXT-REC
               MOVE 'D' TO GL-TYPE
               MOVE 'OVFL' TO GL-COSTCTR
               MOVE VACATION-EXP-ACCOUNT TO GL-ACCOUNT
               MOVE 'D' TO GL-DRCR
               MOVE LIAB-OVER-AMT TO GL-AMOUNT
               MOVE TODAY-DATE-NUM TO GL-POST-DATE
               MOVE 0 TO GL-PERIOD
               WRITE GLEXT-REC
               ADD LIAB-OVER-AMT TO GL-DEBIT-TOT
           END-IF.
           IF TOTAL-LIAB > 0
               MOVE SPACES TO GLEXT-REC
               MOVE 'C' TO GL-TYPE
               MOVE SPACES TO GL-COSTCTR
               MOVE VACATION-LIAB-ACCOUNT TO GL-ACCOUNT
               MOVE 'C' TO GL-DRCR
               MOVE TOTAL-LIAB TO GL-AMOUNT
               MOVE TODAY-DATE-NUM TO GL-POST-DATE
               MOVE 0 TO GL-PERIOD
               WRITE GLEXT-REC
               ADD TOTAL-LIAB TO GL-CREDIT-TOT
           END-IF.
           MOVE SPACES TO GLEXT-REC.
           MOVE 'T' TO GL-TYPE.
           MOVE SPACES TO GL-COSTCTR.
           MOVE SPACES TO GL-ACCOUNT.
           MOVE SPACES TO GL-DRCR.
           MOVE GL-DEBIT-TOT TO GL-AMOUNT.
           MOVE TODAY-DATE-NUM TO GL-POST-DATE.
           MOVE 0 TO GL-PERIOD.
           WRITE GLEXT-REC.
           CLOSE GLLIAB-FILE.
           IF GL-DEBIT-TOT NOT = GL-CREDIT-TOT
              OR GL-DEBIT-TOT NOT = TOTAL-LIAB + TOTAL-PRIOR
               DISPLAY '*** GLLIAB OUT OF BALANCE ***'
               DISPLAY 'GL DEBIT TOTAL: ' GL-DEBIT-TOT
                   ' GL CREDIT TOTAL: ' GL-CREDIT-TOT
               DISPLAY 'GLLIAB MUST NOT BE POSTED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1850-WRITE-HISTORY.

           OPEN OUTPUT LVLIABHN-FILE.
           PERFORM VARYING LIAB-IDX FROM 1 BY 1
                   UNTIL LIAB-IDX > LIAB-COUNT
               MOVE SPACES TO LVLIABHN-REC
               MOVE LT-DEPT (LIAB-IDX) TO LH-DEPT OF LVLIABHN-REC
               MOVE LT-HOURS (LIAB-IDX) TO LH-HOURS OF LVLIABHN-REC
               MOVE LT-AMOUNT (LIAB-IDX) TO LH-AMOUNT OF LVLIABHN-REC
               MOVE TODAY-DATE-NUM TO LH-RUN-DATE OF LVLIABHN-REC
               WRITE LVLIABHN-REC
           END-PERFORM.
           IF LIAB-OVER-AMT > 0
               MOVE SPACES TO LVLIABHN-REC
               MOVE 'OVFL' TO LH-DEPT OF LVLIABHN-REC
               MOVE LIAB-OVER-HOURS TO LH-HOURS OF LVLIABHN-REC
               MOVE LIAB-OVER-AMT TO LH-AMOUNT OF LVLIABHN-REC
               MOVE TODAY-DATE-NUM TO LH-RUN-DATE OF LVLIABHN-REC
               WRITE LVLIABHN-REC
           END-IF.
           CLOSE LVLIABHN-FILE.

       1900-PRINT-GL-TOTALS.

           MOVE GL-DEBIT-TOT TO LT3-DEBIT.
           MOVE GL-CREDIT-TOT TO LT3-CREDIT.
           WRITE REPORT-REC FROM LIAB-TOTAL3
               AFTER ADVANCING 1 LINES.

       1950-WRITE-RUNLOG.

           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE SPACES TO RUNLOG-REC.
           MOVE 'LVLIAB' TO RL-PROGRAM.
           MOVE TODAY-DATE-NUM TO RL-RUN-DATE.
           MOVE RUN-TIME-HMS TO RL-RUN-TIME.
           MOVE READ-NUM TO RL-READ.
           MOVE VALUED-NUM TO RL-WRITTEN.
           MOVE NOBAL-NUM TO RL-REJECTED.
           MOVE RETURN-CODE TO RL-RETCODE.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.
