
       SELECT MAILSHORT-FILE ASSIGN TO 'MAILSHORT'.

       SELECT OPTIONAL PEND-FILE ASSIGN TO 'EMPPEND'
           FILE STATUS IS PEND-STATUS.

       SELECT HIRETRANS-FILE ASSIGN TO 'EMPTRANS-HIRE'.

       SELECT HIREREG-FILE ASSIGN TO 'HIRE-PRNT'.

       SELECT OPTIONAL HWM-FILE ASSIGN TO 'NEWEMPHWM'
           FILE STATUS IS HWM-STATUS.

       SELECT OPTIONAL ARCH-FILE ASSIGN TO 'EMPARCH'
           FILE STATUS IS ARCH-STATUS.


       DATA DIVISION.

               05  CKPT-BADTYPE-ENTRY OCCURS 50 TIMES.
                   07  CKPT-BADTYPE-EMPID  PIC X(7).
                   07  CKPT-BADTYPE-TYPE   PIC 9(2).
           03  CKPT-HIRENUM            PIC 9999.
           03  CKPT-HELDNUM            PIC 9999.
           03  CKPT-HIGHEMPID          PIC 9(7).
           03  CKPT-HIRELINE           PIC 99.
           03  CKPT-HIREPAGE           PIC 9999.

       FD  LASTRUN-FILE
       LABEL RECORDS ARE STANDARD.
       LABEL RECORDS ARE OMITTED.
       01  MAILSHORT-REC               PIC X(80).

       FD  PEND-FILE
       LABEL RECORDS ARE STANDARD.
       01  PEND-REC.
           COPY TRNSREC.

       FD  HIRETRANS-FILE
       LABEL RECORDS ARE STANDARD.
       01  HIRETRANS-REC.
           COPY TRNSREC.

       FD  HIREREG-FILE
       LABEL RECORDS ARE OMITTED.
       01  HIREREG-REC                 PIC X(135).

       FD  HWM-FILE
       LABEL RECORDS ARE STANDARD.
       01  HWM-REC                     PIC 9(7).

       FD  ARCH-FILE
       LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

       WORKING-STORAGE SECTION.
       COPY TYPECODE.

               05  BADTYPE-EMPID    PIC X(7).
               05  BADTYPE-TYPE     PIC 9(2).

       01  PEND-STATUS              PIC XX        VALUE '00'.
       01  HWM-STATUS               PIC XX        VALUE '00'.
       01  ARCH-STATUS              PIC XX        VALUE '00'.
       01  HIRE-SW                  PIC X         VALUE 'N'.
       01  HIRE-DEPT                PIC X(4)      VALUE SPACES.
       01  HIRE-OPEN-SW             PIC X         VALUE 'N'.
       01  DUPSSN-SW                PIC X         VALUE 'N'.
       01  ONFILE-SW                PIC X         VALUE 'N'.
       01  HIRE-REASON              PIC X(40)     VALUE SPACES.
       01  HIRE-NUM                 PIC 9999      VALUE 0000.
       01  HELD-NUM                 PIC 9999      VALUE 0000.
       01  HIGH-EMPID               PIC 9(7)      VALUE 0.
       01  CHECK-EMPID              PIC 9(7)      VALUE 0.
       01  HIRE-EFF-DATE            PIC 9(8)      VALUE 0.
       01  HIRE-LINE-KOUNT          PIC 99        VALUE 00.
       01  HIRE-PAGE-KOUNT          PIC 9999      VALUE 0001.

       01  HIRE-HEADING1.
           03  FILLER PIC X(2) VALUE SPACES.
           03  HH-MON PIC Z9.
           03  FILLER PIC X VALUE '/'.
           03  HH-DAY PIC Z9.
           03  FILLER PIC X VALUE '/'.
           03  HH-YR PIC Z9.
           03  FILLER PIC X(36) VALUE SPACES.
           03  FILLER PIC X(28) VALUE 'THE BEST IS YET TO COME, INC'.
           03  FILLER PIC X(34) VALUE SPACES.
           03  FILLER PIC X(10) VALUE ' PAGE:'.
           03  HH-PAGE PIC ZZZZ.

       01  HIRE-HEADING2.
           03  FILLER PIC X(46) VALUE SPACES.
           03  FILLER PIC X(28) VALUE 'NEW HIRE ONBOARDING REGISTER'.

       01  HIRE-HEADING3.
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(10) VALUE 'ACTION'.
           03  FILLER PIC X(10) VALUE 'NEWEMP ID'.
           03  FILLER PIC X(10) VALUE 'EMP ID'.
           03  FILLER PIC X(17) VALUE 'LAST'.
           03  FILLER PIC X(16) VALUE 'FIRST'.
           03  FILLER PIC X(8)  VALUE 'DEPT'.
           03  FILLER PIC X(13) VALUE 'EFFECTIVE'.
           03  FILLER PIC X(10) VALUE 'RATE'.
           03  FILLER PIC X(6)  VALUE 'REASON'.

       01  HIRE-DATA.
           03  FILLER PIC X(2)  VALUE SPACES.
           03  HR-ACTION        PIC X(9).
           03  FILLER PIC X(1)  VALUE SPACES.
           03  HR-SRC-EMPID     PIC X(7).
           03  FILLER PIC X(3)  VALUE SPACES.
           03  HR-NEW-EMPID     PIC X(7).
           03  FILLER PIC X(3)  VALUE SPACES.
           03  HR-LAST          PIC X(15).
           03  FILLER PIC X(2)  VALUE SPACES.
           03  HR-FIRST         PIC X(15).
           03  FILLER PIC X(1)  VALUE SPACES.
           03  HR-DEPT          PIC X(4).
           03  HR-DEPT-FLAG     PIC X(1).
           03  FILLER PIC X(2)  VALUE SPACES.
           03  HR-EFF-MON       PIC 9(2).
           03  FILLER PIC X     VALUE '/'.
           03  HR-EFF-DY        PIC 9(2).
           03  FILLER PIC X     VALUE '/'.
           03  HR-EFF-YR        PIC 9(4).
           03  FILLER PIC X(3)  VALUE SPACES.
           03  HR-RATE          PIC 9999.99.
           03  FILLER PIC X(3)  VALUE SPACES.
           03  HR-REASON        PIC X(38).

       01  HIRE-TOTAL-LINE.
           03  FILLER PIC X(2)  VALUE SPACES.
           03  HT-LABEL         PIC X(36).
           03  HT-COUNT         PIC ZZZZZZ9.

       01  HIRE-FOOTNOTE.
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(40) VALUE
               '* DEPARTMENT DEFAULTED FROM HIREDEPT'.

       PROCEDURE DIVISION.
       000-MAINLINE.
       ACCEPT CURRENT-DATE FROM DATE.
           PERFORM 0090-SORT-NEWEMP
           OPEN INPUT SORTED-FILE
           PERFORM 0160-LOAD-SSN-TABLE
           PERFORM 0165-SCAN-PENDING-HIRES
           IF HIRE-SW = 'Y'
               PERFORM 0185-READ-HIGH-WATER
           END-IF
       END-IF.
       PERFORM 0120-RESTART-FROM-CKPT.
       IF INPUT-SRC-SW NOT = 'E'
          AND HIRE-SW = 'Y'
           PERFORM 0180-OPEN-HIRE-FILES
       END-IF.
       IF RESTART-SW = 'Y'
           OPEN EXTEND PRNT-FILE
           EXTEND EXCP-FILE
                   PERFORM 1775-WRITE-MAIL-LABELS
                   PERFORM 1780-PRINT-BADTYPE
                   PERFORM 1790-DUP-COUNT
                   IF HIRE-OPEN-SW = 'Y'
                       PERFORM 1795-HIRE-TOTALS
                   END-IF
                   PERFORM 0150-WRITE-LASTRUN
                   IF HIRE-OPEN-SW = 'Y'
                       PERFORM 0195-WRITE-HIGH-WATER
                   END-IF
                   PERFORM 0155-WRITE-RUNLOG
           END-IF.

            CSV-FILE
            DUP-FILE
            SNAP-FILE.
           IF HIRE-OPEN-SW = 'Y'
               CLOSE HIRETRANS-FILE
                     HIREREG-FILE
           END-IF.


           STOP RUN.
                   ELSE
                       PERFORM 0045-FLAG-BAD-OPTION
                   END-IF
               WHEN 'HIRE'
                   IF OPT-VALUE (1:1) = 'Y'
                      OR OPT-VALUE (1:1) = 'N'
                       MOVE OPT-VALUE (1:1) TO HIRE-SW
                   ELSE
                       PERFORM 0045-FLAG-BAD-OPTION
                   END-IF
               WHEN 'HIREDEPT'
                   IF OPT-VALUE (1:4) NOT = SPACES
                      AND OPT-VALUE (5:16) = SPACES
                       MOVE OPT-VALUE (1:4) TO HIRE-DEPT
                   ELSE
                       PERFORM 0045-FLAG-BAD-OPTION
                   END-IF
               WHEN OTHER
                   PERFORM 0045-FLAG-BAD-OPTION
           END-EVALUATE.
           MOVE MAIL-SW TO OE-VALUE.
           WRITE PRNT-REC FROM OPT-ECHO-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'HIRE ONBOARDING:      ' TO OE-LABEL.
           MOVE HIRE-SW TO OE-VALUE.
           WRITE PRNT-REC FROM OPT-ECHO-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'HIRE DEFAULT DEPT:    ' TO OE-LABEL.
           IF HIRE-DEPT = SPACES
               MOVE '(NONE)' TO OE-VALUE
           ELSE
               MOVE HIRE-DEPT TO OE-VALUE
           END-IF.
           WRITE PRNT-REC FROM OPT-ECHO-LINE
               AFTER ADVANCING 1 LINES.

       0090-SORT-NEWEMP.

                               MOVE CKPT-BADTYPE-TYPE (CKPT-IDX)
                                   TO BADTYPE-TYPE (CKPT-IDX)
                           END-PERFORM
                           MOVE CKPT-HIRENUM TO HIRE-NUM
                           MOVE CKPT-HELDNUM TO HELD-NUM
                           IF CKPT-HIGHEMPID > HIGH-EMPID
                               MOVE CKPT-HIGHEMPID TO HIGH-EMPID
                           END-IF
                           MOVE CKPT-HIRELINE TO HIRE-LINE-KOUNT
                           MOVE CKPT-HIREPAGE TO HIRE-PAGE-KOUNT
                   END-READ
                   CLOSE CKPT-FILE
               END-IF
                   MOVE 00 TO T-BADTYPE
                   MOVE 00 TO BADTYPE-COUNT
                   MOVE 0000 TO DUP-NUM
                   MOVE 0000 TO HIRE-NUM
                   MOVE 0000 TO HELD-NUM
                   MOVE 00 TO HIRE-LINE-KOUNT
                   MOVE 0001 TO HIRE-PAGE-KOUNT
               END-IF
           END-IF.

                   MOVE BADTYPE-TYPE (CKPT-IDX)
                       TO CKPT-BADTYPE-TYPE (CKPT-IDX)
               END-PERFORM
               MOVE HIRE-NUM TO CKPT-HIRENUM
               MOVE HELD-NUM TO CKPT-HELDNUM
               MOVE HIGH-EMPID TO CKPT-HIGHEMPID
               MOVE HIRE-LINE-KOUNT TO CKPT-HIRELINE
               MOVE HIRE-PAGE-KOUNT TO CKPT-HIREPAGE
               OPEN OUTPUT CKPT-FILE
               WRITE CKPT-REC
               CLOSE CKPT-FILE

           IF I-TERM-ST OF INPUT-DATA = 'T'
              AND INCL-TERM-SW NOT = 'Y'
                   IF HIRE-OPEN-SW = 'Y'
                           MOVE 'TERMINATED ON NEWEMP FEED'
                               TO HIRE-REASON
                           PERFORM 1542-HOLD-HIRE
                   END-IF
           ELSE
                   PERFORM 1510-PROCESS-RECORD
           END-IF.
                   IF FILTER-SW = 'Y'
                           PERFORM 1600-PRINT-NAMES
                   END-IF
                   IF HIRE-OPEN-SW = 'Y'
                           PERFORM 1540-ONBOARD-HIRE
                   END-IF
           ELSE
                   PERFORM 1560-WRITE-EXCEPTION
                   IF HIRE-OPEN-SW = 'Y'
                           MOVE EXCP-REASON TO HIRE-REASON
                           PERFORM 1542-HOLD-HIRE
                   END-IF
           END-IF.

       0160-LOAD-SSN-TABLE.
               PERFORM UNTIL LOAD-SW = 1
                   READ EMPMAST-FILE INTO MAST-DATA
                       AT END MOVE 1 TO LOAD-SW
                       NOT AT END
                           PERFORM 0170-ADD-SSN-ENTRY
                           PERFORM 0175-CHECK-HIGH-EMPID
                   END-READ
               END-PERFORM
               CLOSE EMPMAST-FILE
               ADD 1 TO MAST-SSN-OVER
           END-IF.

      *    Adds parked on EMPPEND are not on EMPMAST yet, but their
      *    SSNs go into the duplicate check and their IDs count as
      *    issued.
       0165-SCAN-PENDING-HIRES.

           MOVE 0 TO LOAD-SW.
           OPEN INPUT PEND-FILE.
           IF PEND-STATUS = '00'
               PERFORM 0166-READ-PENDING
                   UNTIL LOAD-SW = 1
               CLOSE PEND-FILE
           END-IF.

       0166-READ-PENDING.

           READ PEND-FILE
               AT END
                   MOVE 1 TO LOAD-SW
               NOT AT END
                   IF TR-CODE OF PEND-REC = 'A'
                       MOVE SPACES TO MAST-DATA
                       MOVE CORRESPONDING PEND-REC TO MAST-DATA
                       PERFORM 0170-ADD-SSN-ENTRY
                       PERFORM 0175-CHECK-HIGH-EMPID
                   END-IF
           END-READ.

       0175-CHECK-HIGH-EMPID.

           IF I-EMPID OF MAST-DATA NUMERIC
               MOVE I-EMPID OF MAST-DATA TO CHECK-EMPID
               IF CHECK-EMPID > HIGH-EMPID
                   MOVE CHECK-EMPID TO HIGH-EMPID
               END-IF
           END-IF.

       0180-OPEN-HIRE-FILES.

           IF RESTART-SW = 'Y'
               OPEN EXTEND HIRETRANS-FILE
                           HIREREG-FILE
           ELSE
               OPEN OUTPUT HIRETRANS-FILE
                           HIREREG-FILE
               PERFORM 1545-PRINT-HIRE-HEAD
           END-IF.
           MOVE 'Y' TO HIRE-OPEN-SW.

      *    NEWEMPHWM holds the highest employee ID ever issued, so an
      *    ID is never given out twice - not after the employee has
      *    been purged to EMPARCH, and not on a rerun before empmaint
      *    has applied the last run's EMPTRANS-HIRE.
       0185-READ-HIGH-WATER.

           OPEN INPUT HWM-FILE.
           IF HWM-STATUS = '00'
               READ HWM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HWM-REC NUMERIC
                          AND HWM-REC > HIGH-EMPID
                           MOVE HWM-REC TO HIGH-EMPID
                       END-IF
               END-READ
               CLOSE HWM-FILE
           END-IF.
           MOVE 0 TO LOAD-SW.
           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS = '00'
               PERFORM 0190-READ-ARCHIVE
                   UNTIL LOAD-SW = 1
               CLOSE ARCH-FILE
           END-IF.

       0190-READ-ARCHIVE.

           READ ARCH-FILE
               AT END
                   MOVE 1 TO LOAD-SW
               NOT AT END
                   IF AR-TYPE = 'E'
                      AND AR-EMPID NUMERIC
                       MOVE AR-EMPID TO CHECK-EMPID
                       IF CHECK-EMPID > HIGH-EMPID
                           MOVE CHECK-EMPID TO HIGH-EMPID
                       END-IF
                   END-IF
           END-READ.

       0195-WRITE-HIGH-WATER.

           MOVE HIGH-EMPID TO HWM-REC.
           OPEN OUTPUT HWM-FILE.
           WRITE HWM-REC.
           CLOSE HWM-FILE.

       1520-CHECK-DUP-SSN.

           MOVE 'N' TO DUPSSN-SW.
           MOVE 'N' TO ONFILE-SW.
           IF INPUT-SRC-SW NOT = 'E'
              AND MAST-SSN-COUNT > 0
               PERFORM VARYING MAST-SSN-IDX FROM 1 BY 1
                       UNTIL MAST-SSN-IDX > MAST-SSN-COUNT
                   IF MS-SSN (MAST-SSN-IDX) = SSN_NUM OF INPUT-DATA
                       IF MS-EMPID (MAST-SSN-IDX)
                          NOT = I-EMPID OF INPUT-DATA
                           PERFORM 1530-WRITE-DUP
                       ELSE
                           MOVE 'Y' TO ONFILE-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           WRITE DUP-REC FROM DUP-DATA
               AFTER ADVANCING 1 LINES.
           ADD 1 TO DUP-NUM.
           MOVE 'Y' TO DUPSSN-SW.

       1540-ONBOARD-HIRE.

           MOVE SPACES TO HIRE-REASON.
           IF I-TERM-ST OF INPUT-DATA = 'T'
               MOVE 'TERMINATED ON NEWEMP FEED' TO HIRE-REASON
           ELSE
             IF ONFILE-SW = 'Y'
               MOVE 'ALREADY ON EMPMAST UNDER THIS ID' TO HIRE-REASON
             ELSE
               IF DUPSSN-SW = 'Y'
                 MOVE 'POSSIBLE DUPLICATE SSN - SEE UR22S-DUPS'
                     TO HIRE-REASON
               ELSE
                 IF I-TYPE OF INPUT-DATA NOT NUMERIC
                   OR I-TYPE OF INPUT-DATA < 01
                   OR I-TYPE OF INPUT-DATA > 10
                   MOVE 'INVALID TYPE CODE' TO HIRE-REASON
                 ELSE
                   IF MONTH OF INPUT-DATA NOT NUMERIC
                     OR DY OF INPUT-DATA NOT NUMERIC
                     OR YEAR OF INPUT-DATA NOT NUMERIC
                     OR MONTH OF INPUT-DATA < 01
                     OR MONTH OF INPUT-DATA > 12
                     OR DY OF INPUT-DATA < 01
                     OR DY OF INPUT-DATA > 31
                     OR YEAR OF INPUT-DATA = 0
                     MOVE 'INVALID START DATE' TO HIRE-REASON
                   ELSE
                     IF I-DEPT OF INPUT-DATA = SPACES
                       AND HIRE-DEPT = SPACES
                       MOVE 'NO DEPARTMENT AND NO HIREDEPT DEFAULT'
                           TO HIRE-REASON
                     ELSE
                       IF HIGH-EMPID NOT < 9999999
                         MOVE 'EMPLOYEE ID RANGE EXHAUSTED'
                             TO HIRE-REASON
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF HIRE-REASON = SPACES
               PERFORM 1541-WRITE-HIRE-TRANS
           ELSE
               PERFORM 1542-HOLD-HIRE
           END-IF.

       1541-WRITE-HIRE-TRANS.

           ADD 1 TO HIGH-EMPID.
           MOVE SPACES TO HIRETRANS-REC.
           MOVE CORRESPONDING INPUT-DATA TO HIRETRANS-REC.
           MOVE 'A' TO TR-CODE OF HIRETRANS-REC.
           MOVE HIGH-EMPID TO I-EMPID OF HIRETRANS-REC.
           MOVE SPACE TO I-TERM-ST OF HIRETRANS-REC.
           MOVE ZEROS TO I-TERM-DATE OF HIRETRANS-REC.
           MOVE SPACE TO HR-DEPT-FLAG.
           IF I-DEPT OF HIRETRANS-REC = SPACES
               MOVE HIRE-DEPT TO I-DEPT OF HIRETRANS-REC
               MOVE '*' TO HR-DEPT-FLAG
           END-IF.
           COMPUTE HIRE-EFF-DATE = YEAR OF INPUT-DATA * 10000
               + MONTH OF INPUT-DATA * 100 + DY OF INPUT-DATA.
           MOVE HIRE-EFF-DATE TO TR-EFF-DATE OF HIRETRANS-REC.
           WRITE HIRETRANS-REC.
           ADD 1 TO HIRE-NUM.
           PERFORM 1544-ADD-HIRE-SSN.
           MOVE 'GENERATED' TO HR-ACTION.
           MOVE I-EMPID OF HIRETRANS-REC TO HR-NEW-EMPID.
           MOVE I-DEPT OF HIRETRANS-REC TO HR-DEPT.
           IF HIRE-EFF-DATE > TODAY-DATE-NUM
               MOVE 'FUTURE START - WILL PEND ON EMPPEND' TO HR-REASON
           ELSE
               MOVE SPACES TO HR-REASON
           END-IF.
           PERFORM 1546-PRINT-HIRE-LINE.

       1542-HOLD-HIRE.

           ADD 1 TO HELD-NUM.
           MOVE 'HELD' TO HR-ACTION.
           MOVE SPACES TO HR-NEW-EMPID.
           MOVE I-DEPT OF INPUT-DATA TO HR-DEPT.
           MOVE SPACE TO HR-DEPT-FLAG.
           MOVE HIRE-REASON TO HR-REASON.
           PERFORM 1546-PRINT-HIRE-LINE.

       1544-ADD-HIRE-SSN.

           MOVE INPUT-DATA TO MAST-DATA.
           MOVE I-EMPID OF HIRETRANS-REC TO I-EMPID OF MAST-DATA.
           PERFORM 0170-ADD-SSN-ENTRY.

       1545-PRINT-HIRE-HEAD.

           MOVE HIRE-PAGE-KOUNT TO HH-PAGE.
           MOVE CUR-MON TO HH-MON.
           MOVE CUR-DAY TO HH-DAY.
           MOVE CUR-YR TO HH-YR.
           WRITE HIREREG-REC FROM HIRE-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE HIREREG-REC FROM HIRE-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE HIREREG-REC FROM HIRE-HEADING3
               AFTER ADVANCING 2 LINES.
           ADD 1 TO HIRE-PAGE-KOUNT.
           MOVE ZEROS TO HIRE-LINE-KOUNT.

       1546-PRINT-HIRE-LINE.

           MOVE I-EMPID OF INPUT-DATA TO HR-SRC-EMPID.
           MOVE I-LAST OF INPUT-DATA TO HR-LAST.
           MOVE I-FIRST OF INPUT-DATA TO HR-FIRST.
           MOVE MONTH OF INPUT-DATA TO HR-EFF-MON.
           MOVE DY OF INPUT-DATA TO HR-EFF-DY.
           MOVE YEAR OF INPUT-DATA TO HR-EFF-YR.
           IF I-RATE OF INPUT-DATA NUMERIC
               MOVE I-RATE OF INPUT-DATA TO HR-RATE
           ELSE
               MOVE ZEROS TO HR-RATE
           END-IF.
           IF HIRE-LINE-KOUNT >= 50
               PERFORM 1545-PRINT-HIRE-HEAD
           END-IF.
           WRITE HIREREG-REC FROM HIRE-DATA
               AFTER ADVANCING 1 LINES.
           ADD 1 TO HIRE-LINE-KOUNT.

       1790-DUP-COUNT.

           WRITE DUP-REC FROM DUP-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       1795-HIRE-TOTALS.

           MOVE 'HIRE TRANSACTIONS GENERATED:' TO HT-LABEL.
           MOVE HIRE-NUM TO HT-COUNT.
           WRITE HIREREG-REC FROM HIRE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'RECORDS HELD BACK:' TO HT-LABEL.
           MOVE HELD-NUM TO HT-COUNT.
           WRITE HIREREG-REC FROM HIRE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'HIGHEST EMPLOYEE ID ASSIGNED:' TO HT-LABEL.
           MOVE HIGH-EMPID TO HT-COUNT.
           WRITE HIREREG-REC FROM HIRE-TOTAL-LINE
               AFTER ADVANCING 1 LINES.
           WRITE HIREREG-REC FROM HIRE-FOOTNOTE
               AFTER ADVANCING 2 LINES.

       1570-CHECK-FILTER.

           MOVE 'Y' TO FILTER-SW.
