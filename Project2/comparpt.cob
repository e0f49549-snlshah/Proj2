       IDENTIFICATION DIVISION.
       PROGRAM-ID.  comparpt.
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

       SELECT PAYGRADE-FILE ASSIGN TO 'PAYGRADE'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS PG-KEY OF PAYGRADE-REC
           FILE STATUS IS PGRD-STATUS.

       SELECT OPTIONAL DEPTREF-FILE ASSIGN TO 'DEPTREF'
           FILE STATUS IS DEPTREF-STATUS.

       SELECT REPORT-FILE  ASSIGN TO 'COMPARPT-PRNT'.

       SELECT SORT-WORK    ASSIGN TO 'SORTWK1'.


       DATA DIVISION.

       FILE SECTION.
       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.

       01  EMPMAST-REC.
           COPY EMPREC.

       FD  PAYGRADE-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYGRADE-REC.
           COPY PGRDREC.

       FD  DEPTREF-FILE
       LABEL RECORDS ARE STANDARD.
       01  DEPTREF-REC.
           COPY DEPTREC.

       FD  REPORT-FILE
       LABEL RECORDS ARE OMITTED.
       01  REPORT-REC               PIC X(135).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SR-DEPT              PIC X(4).
           03  SR-LAST              PIC X(15).
           03  SR-FIRST             PIC X(15).
           03  SR-IMAGE             PIC X(106).

       WORKING-STORAGE SECTION.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  PGRD-STATUS              PIC XX       VALUE '00'.
       01  DEPTREF-STATUS           PIC XX       VALUE '00'.
       01  EOF-M                    PIC 9        VALUE 0.
       01  EOF-S                    PIC 9        VALUE 0.
       01  EOF-R                    PIC 9        VALUE 0.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
       01  FIRST-DEPT-SW            PIC X        VALUE 'Y'.
       01  PREV-DEPT                PIC X(4)     VALUE SPACES.
       01  GRADE-FOUND-SW           PIC X        VALUE 'N'.
       01  COMPA-RATIO              PIC 9(4)V9   VALUE 0.
       01  RANGE-POS                PIC S9(5)    VALUE 0.
       01  AVG-COMPA                PIC 9(4)V9   VALUE 0.

      *    Counts for the department being printed (DEPT-) and for
      *    the company (TOTAL-).
       01  DEPT-COUNTS.
           03  DEPT-EMP-NUM         PIC 9(5)     VALUE 0.
           03  DEPT-GRADED-NUM      PIC 9(5)     VALUE 0.
           03  DEPT-BELOW-NUM       PIC 9(5)     VALUE 0.
           03  DEPT-ABOVE-NUM       PIC 9(5)     VALUE 0.
           03  DEPT-NOGRADE-NUM     PIC 9(5)     VALUE 0.
           03  DEPT-COMPA-SUM       PIC 9(8)V9   VALUE 0.
       01  TOTAL-COUNTS.
           03  TOTAL-EMP-NUM        PIC 9(5)     VALUE 0.
           03  TOTAL-GRADED-NUM     PIC 9(5)     VALUE 0.
           03  TOTAL-BELOW-NUM      PIC 9(5)     VALUE 0.
           03  TOTAL-ABOVE-NUM      PIC 9(5)     VALUE 0.
           03  TOTAL-NOGRADE-NUM    PIC 9(5)     VALUE 0.
           03  TOTAL-COMPA-SUM      PIC 9(8)V9   VALUE 0.

       01  DEPT-REF-COUNT           PIC 99       VALUE 00.
       01  DEPT-REF-IDX             PIC 99       VALUE 00.
       01  DEPT-REF-TABLE.
           03  DEPT-REF-ENTRY OCCURS 50 TIMES.
               05  DRT-DEPT         PIC X(4).
               05  DRT-NAME         PIC X(25).

       01  WORK-IMAGE.
           COPY EMPREC.

       01  CURRENT-DATE.
           03  CUR-YR               PIC X(2).
           03  CUR-MON              PIC X(2).
           03  CUR-DAY              PIC X(2).

       01  COMPA-HEADING1.
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

       01  COMPA-HEADING2.
           03  FILLER               PIC X(44)    VALUE SPACES.
           03  FILLER               PIC X(37)
               VALUE 'COMPA-RATIO AND RANGE POSITION REPORT'.

       01  COMPA-DEPT-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(12)
               VALUE 'DEPARTMENT: '.
           03  DH-DEPT              PIC X(4).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  DH-NAME              PIC X(25).

       01  COMPA-HEADING3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'EMP ID'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'LAST'.
           03  FILLER               PIC X(12)    VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'FIRST'.
           03  FILLER               PIC X(7)     VALUE SPACES.
           03  FILLER               PIC X(2)     VALUE 'TP'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'TITLE'.
           03  FILLER               PIC X(14)    VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'GRDE'.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  FILLER               PIC X(3)     VALUE 'MIN'.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  FILLER               PIC X(3)     VALUE 'MID'.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  FILLER               PIC X(3)     VALUE 'MAX'.
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'RATE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'COMPA'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'POS%'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'FLAG'.

       01  COMPA-DATA1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-EMPID              PIC X(7).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-LAST               PIC X(15).
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  C-FIRST              PIC X(10).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-TYPE               PIC 9(2).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-TITLE              PIC X(17).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-GRADE              PIC X(4).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-MIN-RATE           PIC ZZZ9.99.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  C-MID-RATE           PIC ZZZ9.99.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  C-MAX-RATE           PIC ZZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-RATE               PIC ZZZ9.99.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-COMPA              PIC ZZZ9.9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-POS                PIC -ZZZ9.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  C-FLAG               PIC X(9).

       01  COMPA-DEPT-TOTAL.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  CT-TEXT              PIC X(12).
           03  FILLER               PIC X(11)    VALUE 'EMPLOYEES: '.
           03  CT-EMP               PIC ZZZZ9.
           03  FILLER               PIC X(10)    VALUE '  GRADED: '.
           03  CT-GRADED            PIC ZZZZ9.
           03  FILLER               PIC X(13)    VALUE '  AVG COMPA: '.
           03  CT-AVG-COMPA         PIC ZZZ9.9.
           03  FILLER               PIC X(13)    VALUE '  BELOW MIN: '.
           03  CT-BELOW             PIC ZZZZ9.
           03  FILLER               PIC X(13)    VALUE '  ABOVE MAX: '.
           03  CT-ABOVE             PIC ZZZZ9.
           03  FILLER               PIC X(12)    VALUE '  NO GRADE: '.
           03  CT-NOGRADE           PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           PERFORM 0100-LOAD-DEPTREF.
           OPEN INPUT PAYGRADE-FILE.
           IF PGRD-STATUS NOT = '00'
               DISPLAY 'PAYGRADE COULD NOT BE OPENED - STATUS '
                   PGRD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SR-DEPT SR-LAST SR-FIRST
               INPUT PROCEDURE IS 3000-RELEASE-MASTER
               OUTPUT PROCEDURE IS 4000-PRINT-REPORT.
           CLOSE PAYGRADE-FILE
                 REPORT-FILE.
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
           MOVE I-EMPID OF WORK-IMAGE TO C-EMPID.
           MOVE I-LAST OF WORK-IMAGE TO C-LAST.
           MOVE I-FIRST OF WORK-IMAGE TO C-FIRST.
           MOVE I-TYPE OF WORK-IMAGE TO C-TYPE.
           MOVE I-TITLE OF WORK-IMAGE TO C-TITLE.
           MOVE I-RATE OF WORK-IMAGE TO C-RATE.
           ADD 1 TO DEPT-EMP-NUM.
           PERFORM 4250-POSITION-IN-RANGE.
           IF LINE-KOUNT >= 50
               PERFORM 1400-PRINT-HEAD
               PERFORM 4400-DEPT-HEAD
           END-IF.
           WRITE REPORT-REC FROM COMPA-DATA1
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.
           PERFORM 4100-RETURN-SORTED.

      *    Compa-ratio is the rate as a percentage of the grade
      *    midpoint; range position is how far the rate sits from the
      *    minimum (0) to the maximum (100) of the grade.
       4250-POSITION-IN-RANGE.

           PERFORM 4260-FIND-GRADE.
           IF GRADE-FOUND-SW = 'N'
               MOVE SPACES TO C-GRADE
               MOVE ZEROS TO C-MIN-RATE
               MOVE ZEROS TO C-MID-RATE
               MOVE ZEROS TO C-MAX-RATE
               MOVE ZEROS TO C-COMPA
               MOVE ZEROS TO C-POS
               MOVE 'NO GRADE' TO C-FLAG
               ADD 1 TO DEPT-NOGRADE-NUM
           ELSE
               MOVE PG-GRADE TO C-GRADE
               MOVE PG-MIN-RATE TO C-MIN-RATE
               MOVE PG-MID-RATE TO C-MID-RATE
               MOVE PG-MAX-RATE TO C-MAX-RATE
               COMPUTE COMPA-RATIO ROUNDED =
                   I-RATE OF WORK-IMAGE * 100 / PG-MID-RATE
                   ON SIZE ERROR
                       MOVE 9999.9 TO COMPA-RATIO
               END-COMPUTE
               IF PG-MAX-RATE > PG-MIN-RATE
                   COMPUTE RANGE-POS ROUNDED =
                       (I-RATE OF WORK-IMAGE - PG-MIN-RATE) * 100
                       / (PG-MAX-RATE - PG-MIN-RATE)
                       ON SIZE ERROR
                           MOVE 9999 TO RANGE-POS
                   END-COMPUTE
               ELSE
                   MOVE 100 TO RANGE-POS
               END-IF
               MOVE COMPA-RATIO TO C-COMPA
               MOVE RANGE-POS TO C-POS
               MOVE SPACES TO C-FLAG
               IF I-RATE OF WORK-IMAGE < PG-MIN-RATE
                   MOVE 'BELOW MIN' TO C-FLAG
                   ADD 1 TO DEPT-BELOW-NUM
               END-IF
               IF I-RATE OF WORK-IMAGE > PG-MAX-RATE
                   MOVE 'ABOVE MAX' TO C-FLAG
                   ADD 1 TO DEPT-ABOVE-NUM
               END-IF
               ADD 1 TO DEPT-GRADED-NUM
               ADD COMPA-RATIO TO DEPT-COMPA-SUM
           END-IF.

      *    The grade for the exact title is used when there is one,
      *    otherwise the grade for the type as a whole.
       4260-FIND-GRADE.

           MOVE 'N' TO GRADE-FOUND-SW.
           MOVE I-TYPE OF WORK-IMAGE TO PG-TYPE.
           MOVE I-TITLE OF WORK-IMAGE TO PG-TITLE.
           READ PAYGRADE-FILE
               INVALID KEY
                   MOVE I-TYPE OF WORK-IMAGE TO PG-TYPE
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

       4300-DEPT-TOTALS.

           MOVE 'DEPT TOTAL  ' TO CT-TEXT.
           MOVE DEPT-EMP-NUM TO CT-EMP.
           MOVE DEPT-GRADED-NUM TO CT-GRADED.
           MOVE DEPT-BELOW-NUM TO CT-BELOW.
           MOVE DEPT-ABOVE-NUM TO CT-ABOVE.
           MOVE DEPT-NOGRADE-NUM TO CT-NOGRADE.
           MOVE 0 TO AVG-COMPA.
           IF DEPT-GRADED-NUM > 0
               COMPUTE AVG-COMPA ROUNDED =
                   DEPT-COMPA-SUM / DEPT-GRADED-NUM
           END-IF.
           MOVE AVG-COMPA TO CT-AVG-COMPA.
           WRITE REPORT-REC FROM COMPA-DEPT-TOTAL
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-KOUNT.
           ADD DEPT-EMP-NUM TO TOTAL-EMP-NUM.
           ADD DEPT-GRADED-NUM TO TOTAL-GRADED-NUM.
           ADD DEPT-BELOW-NUM TO TOTAL-BELOW-NUM.
           ADD DEPT-ABOVE-NUM TO TOTAL-ABOVE-NUM.
           ADD DEPT-NOGRADE-NUM TO TOTAL-NOGRADE-NUM.
           ADD DEPT-COMPA-SUM TO TOTAL-COMPA-SUM.
           MOVE 0 TO DEPT-EMP-NUM.
           MOVE 0 TO DEPT-GRADED-NUM.
           MOVE 0 TO DEPT-BELOW-NUM.
           MOVE 0 TO DEPT-ABOVE-NUM.
           MOVE 0 TO DEPT-NOGRADE-NUM.
           MOVE 0 TO DEPT-COMPA-SUM.

       4400-DEPT-HEAD.

           MOVE PREV-DEPT TO DH-DEPT.
           IF DEPT-REF-COUNT = 0
               MOVE SPACES TO DH-NAME
           ELSE
               MOVE '** UNKNOWN DEPARTMENT **' TO DH-NAME
           END-IF.
           PERFORM VARYING DEPT-REF-IDX FROM 1 BY 1
                   UNTIL DEPT-REF-IDX > DEPT-REF-COUNT
               IF DRT-DEPT (DEPT-REF-IDX) = PREV-DEPT
                   MOVE DRT-NAME (DEPT-REF-IDX) TO DH-NAME
               END-IF
           END-PERFORM.
           WRITE REPORT-REC FROM COMPA-DEPT-HEAD
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM COMPA-HEADING3
               AFTER ADVANCING 1 LINES.
           ADD 3 TO LINE-KOUNT.

       4600-COMPANY-TOTALS.

           WRITE REPORT-REC FROM COMPA-HEADING2
               AFTER ADVANCING 3 LINES.
           MOVE 'COMPANY     ' TO CT-TEXT.
           MOVE TOTAL-EMP-NUM TO CT-EMP.
           MOVE TOTAL-GRADED-NUM TO CT-GRADED.
           MOVE TOTAL-BELOW-NUM TO CT-BELOW.
           MOVE TOTAL-ABOVE-NUM TO CT-ABOVE.
           MOVE TOTAL-NOGRADE-NUM TO CT-NOGRADE.
           MOVE 0 TO AVG-COMPA.
           IF TOTAL-GRADED-NUM > 0
               COMPUTE AVG-COMPA ROUNDED =
                   TOTAL-COMPA-SUM / TOTAL-GRADED-NUM
           END-IF.
           MOVE AVG-COMPA TO CT-AVG-COMPA.
           WRITE REPORT-REC FROM COMPA-DEPT-TOTAL
               AFTER ADVANCING 2 LINES.

       1400-PRINT-HEAD.

           MOVE PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE REPORT-REC FROM COMPA-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM COMPA-HEADING2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.
