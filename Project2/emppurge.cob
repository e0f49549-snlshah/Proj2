       IDENTIFICATION DIVISION.
       PROGRAM-ID.  emppurge.
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

       SELECT EMPADDR-FILE ASSIGN TO 'EMPADDR'
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS A-EMPID OF EMPADDR-REC
           FILE STATUS IS EMPA-STATUS.

       SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
           FILE STATUS IS LEAVE-STATUS.

       SELECT EMPYTD-FILE  ASSIGN TO 'EMPYTD'
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS Y-EMPID OF EMPYTD-REC
           FILE STATUS IS EMPY-STATUS.

       SELECT EMPBANK-FILE ASSIGN TO 'EMPBANK'
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS B-EMPID OF EMPBANK-REC
           FILE STATUS IS EMPB-STATUS.

       SELECT OPTIONAL PURGEPRM-FILE ASSIGN TO 'PURGEPRM'
           FILE STATUS IS PURGEPRM-STATUS.

       SELECT OPTIONAL ARCH-FILE ASSIGN TO 'EMPARCH'
           FILE STATUS IS ARCH-STATUS.

       SELECT REGISTER-FILE ASSIGN TO 'EMPPURGE-PRNT'.

       SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
           FILE STATUS IS RUNLOG-STATUS.


       DATA DIVISION.

       FILE SECTION.
       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.

       01  EMPMAST-REC.
           COPY EMPREC.

       FD  EMPADDR-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPADDR-REC.
           COPY ADDRREC.

       FD  LEAVEBAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  LEAVEBAL-REC.
           COPY LEAVEREC.

       FD  EMPYTD-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPYTD-REC.
           COPY YTDREC.

       FD  EMPBANK-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPBANK-REC.
           COPY BANKREC.

      *    PP-YEARS is the retention period: employees terminated at
      *    least that many years ago are purged.
       FD  PURGEPRM-FILE
       LABEL RECORDS ARE STANDARD.
       01  PURGEPRM-REC.
           03  PP-YEARS             PIC 9(2).

       FD  ARCH-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

       FD  REGISTER-FILE
       LABEL RECORDS ARE OMITTED.
       01  REGISTER-REC             PIC X(135).

       FD  RUNLOG-FILE
       LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  EMPA-STATUS              PIC XX       VALUE '00'.
       01  LEAVE-STATUS             PIC XX       VALUE '00'.
       01  EMPY-STATUS              PIC XX       VALUE '00'.
       01  EMPB-STATUS              PIC XX       VALUE '00'.
       01  PURGEPRM-STATUS          PIC XX       VALUE '00'.
       01  ARCH-STATUS              PIC XX       VALUE '00'.
       01  RUNLOG-STATUS            PIC XX       VALUE '00'.
       01  EOF-M                    PIC 9        VALUE 0.
       01  EOF-C                    PIC 9        VALUE 0.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
       01  COUNT-WORK               PIC 9(7)     VALUE 0.
       01  CTL-IDX                  PIC 9        VALUE 0.
       01  OUT-OF-BAL-SW            PIC X        VALUE 'N'.

       01  RETAIN-YEARS             PIC 99       VALUE 0.
       01  CUTOFF-DATE              PIC 9(8)     VALUE 0.
       01  CUTOFF-X REDEFINES CUTOFF-DATE.
           03  CO-YR                PIC 9(4).
           03  CO-MON               PIC 9(2).
           03  CO-DAY               PIC 9(2).
       01  TERM-DATE-NUM            PIC 9(8)     VALUE 0.
       01  TERM-DATE-X REDEFINES TERM-DATE-NUM.
           03  TD-YR                PIC 9(4).
           03  TD-MON               PIC 9(2).
           03  TD-DAY               PIC 9(2).

       01  TERM-NUM                 PIC 9(7)     VALUE 0.
       01  NOT-DUE-NUM              PIC 9(7)     VALUE 0.
       01  NODATE-NUM               PIC 9(7)     VALUE 0.
       01  ARCH-HASH                PIC 9(11)V99 VALUE 0.
       01  HAD-ADDR-SW              PIC X        VALUE 'N'.
       01  HAD-LEAVE-SW             PIC X        VALUE 'N'.
       01  HAD-YTD-SW               PIC X        VALUE 'N'.
       01  HAD-BANK-SW              PIC X        VALUE 'N'.
       01  ARCH-OK-SW               PIC X        VALUE 'Y'.
       01  ARCH-WRITE-SW            PIC X        VALUE 'Y'.
       01  ARCH-FAIL-NUM            PIC 9(7)     VALUE 0.

      *    Control totals by live file: records on file before the
      *    run, records deleted, records on file after the run and
      *    records written to the archive.
       01  CTL-NAME-INIT.
           03  FILLER PIC X(8) VALUE 'EMPMAST '.
           03  FILLER PIC X(8) VALUE 'EMPADDR '.
           03  FILLER PIC X(8) VALUE 'LEAVEBAL'.
           03  FILLER PIC X(8) VALUE 'EMPYTD  '.
           03  FILLER PIC X(8) VALUE 'EMPBANK '.
       01  CTL-NAME-TABLE REDEFINES CTL-NAME-INIT.
           03  CTL-NAME             PIC X(8)     OCCURS 5 TIMES.
       01  CTL-TABLE.
           03  CTL-ENTRY OCCURS 5 TIMES.
               05  CT-BEFORE        PIC 9(7).
               05  CT-PURGED        PIC 9(7).
               05  CT-AFTER         PIC 9(7).
               05  CT-ARCH          PIC 9(7).

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

       01  PURGE-HEADING1.
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

       01  PURGE-HEADING2.
           03  FILLER               PIC X(42)    VALUE SPACES.
           03  FILLER               PIC X(32)
               VALUE 'RECORDS RETENTION PURGE REGISTER'.

       01  PURGE-HEADING3.
           03  FILLER               PIC X(31)    VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'RETENTION: '.
           03  H3-YEARS             PIC Z9.
           03  FILLER               PIC X(8)     VALUE ' YEARS  '.
           03  FILLER               PIC X(28)
               VALUE 'TERMINATED ON OR BEFORE:   '.
           03  H3-CUT-MON           PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H3-CUT-DAY           PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  H3-CUT-YR            PIC 9(4).

       01  PURGE-HEADING4.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(7)     VALUE 'EMP ID'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(15)    VALUE 'LAST NAME'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(15)    VALUE 'FIRST NAME'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'DEPT'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'TERM DATE'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(7)     VALUE 'ADDRESS'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'LEAVE'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(3)     VALUE 'YTD'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'BANK'.

       01  PURGE-DETAIL.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PD-EMPID             PIC X(7).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PD-LAST              PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PD-FIRST             PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PD-DEPT              PIC X(4).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PD-TERM-MON          PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PD-TERM-DAY          PIC 99.
           03  FILLER               PIC X        VALUE '/'.
           03  PD-TERM-YR           PIC 9(4).
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  PD-ADDR              PIC X(1).
           03  FILLER               PIC X(7)     VALUE SPACES.
           03  PD-LEAVE             PIC X(1).
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  PD-YTD               PIC X(1).
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  PD-BANK              PIC X(1).

       01  PURGE-CTL-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'FILE'.
           03  FILLER               PIC X(10)    VALUE '    BEFORE'.
           03  FILLER               PIC X(10)    VALUE '    PURGED'.
           03  FILLER               PIC X(10)    VALUE '     AFTER'.
           03  FILLER               PIC X(10)    VALUE '  ARCHIVED'.

       01  PURGE-CTL-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PC-FILE              PIC X(8).
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  PC-BEFORE            PIC Z,ZZZ,ZZ9.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  PC-PURGED            PIC Z,ZZZ,ZZ9.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  PC-AFTER             PIC Z,ZZZ,ZZ9.
           03  FILLER               PIC X(1)     VALUE SPACES.
           03  PC-ARCH              PIC Z,ZZZ,ZZ9.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PC-RESULT            PIC X(22).

       01  PURGE-TOTAL1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'TERMINATED READ:  '.
           03  PT1-TERM             PIC Z,ZZZ,ZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'NOT YET DUE:      '.
           03  PT1-NOT-DUE          PIC Z,ZZZ,ZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(24)
               VALUE 'NO VALID TERM DATE:     '.
           03  PT1-NODATE           PIC Z,ZZZ,ZZ9.

       01  PURGE-TOTAL2.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(27)
               VALUE 'ARCHIVED I-RATE HASH TOTAL:'.
           03  PT2-HASH             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0100-READ-PURGEPRM.
           PERFORM 0200-OPEN-FILES.
           OPEN EXTEND ARCH-FILE.
           IF ARCH-STATUS NOT = '00' AND ARCH-STATUS NOT = '05'
               DISPLAY 'EMPARCH COULD NOT BE OPENED - STATUS '
                   ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MASTER.
           PERFORM 1000-CHECK-EMPLOYEE
               UNTIL EOF-M = 1.
           PERFORM 1800-WRITE-TRAILER.
           CLOSE EMPMAST-FILE
                 ARCH-FILE.
           PERFORM 1900-COUNT-AFTER.
           CLOSE EMPADDR-FILE
                 LEAVEBAL-FILE
                 EMPYTD-FILE
                 EMPBANK-FILE.
           PERFORM 1950-PRINT-CONTROLS.
           CLOSE REGISTER-FILE.
           PERFORM 1990-WRITE-RUNLOG.
           STOP RUN.

      *    The retention period must be supplied; nothing is purged
      *    on a default. The cutoff is today less that many years.
       0100-READ-PURGEPRM.

           OPEN INPUT PURGEPRM-FILE.
           IF PURGEPRM-STATUS = '00'
               READ PURGEPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-YEARS NUMERIC
                           MOVE PP-YEARS TO RETAIN-YEARS
                       END-IF
               END-READ
               CLOSE PURGEPRM-FILE
           END-IF.
           IF RETAIN-YEARS = 0
               DISPLAY 'PURGEPRM MISSING OR INVALID - NO PURGE RUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE CO-YR = CUR-YR4 - RETAIN-YEARS.
           MOVE CUR-MON4 TO CO-MON.
           MOVE CUR-DAY4 TO CO-DAY.

      *    Every live file is counted before anything is deleted so
      *    the register can prove before - purged = after.
       0200-OPEN-FILES.

           PERFORM 0300-COUNT-MASTER.
           MOVE COUNT-WORK TO CT-BEFORE (1).
           OPEN I-O EMPMAST-FILE.
           IF EMPM-STATUS NOT = '00'
               DISPLAY 'EMPMAST COULD NOT BE OPENED - STATUS '
                   EMPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPADDR-FILE.
           IF EMPA-STATUS NOT = '00'
               DISPLAY 'EMPADDR COULD NOT BE OPENED - STATUS '
                   EMPA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LEAVEBAL-FILE.
           IF LEAVE-STATUS NOT = '00'
               DISPLAY 'LEAVEBAL COULD NOT BE OPENED - STATUS '
                   LEAVE-STATUS
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
           OPEN I-O EMPBANK-FILE.
           IF EMPB-STATUS NOT = '00'
               DISPLAY 'EMPBANK COULD NOT BE OPENED - STATUS '
                   EMPB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > 5
               MOVE 0 TO CT-PURGED (CTL-IDX)
               MOVE 0 TO CT-AFTER (CTL-IDX)
               MOVE 0 TO CT-ARCH (CTL-IDX)
           END-PERFORM.
           PERFORM 0310-COUNT-ADDR.
           MOVE COUNT-WORK TO CT-BEFORE (2).
           PERFORM 0320-COUNT-LEAVE.
           MOVE COUNT-WORK TO CT-BEFORE (3).
           PERFORM 0330-COUNT-YTD.
           MOVE COUNT-WORK TO CT-BEFORE (4).
           PERFORM 0340-COUNT-BANK.
           MOVE COUNT-WORK TO CT-BEFORE (5).

       0300-COUNT-MASTER.

           MOVE 0 TO COUNT-WORK.
           MOVE 0 TO EOF-C.
           OPEN INPUT EMPMAST-FILE.
           IF EMPM-STATUS NOT = '00'
               DISPLAY 'EMPMAST COULD NOT BE OPENED - STATUS '
                   EMPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0305-COUNT-MASTER-REC
               UNTIL EOF-C = 1.
           CLOSE EMPMAST-FILE.

       0305-COUNT-MASTER-REC.

           READ EMPMAST-FILE
               AT END
                   MOVE 1 TO EOF-C
               NOT AT END
                   ADD 1 TO COUNT-WORK
           END-READ.

       0310-COUNT-ADDR.

           MOVE 0 TO COUNT-WORK.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO A-EMPID OF EMPADDR-REC.
           START EMPADDR-FILE
               KEY IS NOT LESS THAN A-EMPID OF EMPADDR-REC
               INVALID KEY
                   MOVE 1 TO EOF-C
           END-START.
           PERFORM 0315-COUNT-ADDR-REC
               UNTIL EOF-C = 1.

       0315-COUNT-ADDR-REC.

           READ EMPADDR-FILE NEXT
               AT END
                   MOVE 1 TO EOF-C
               NOT AT END
                   ADD 1 TO COUNT-WORK
           END-READ.

       0320-COUNT-LEAVE.

           MOVE 0 TO COUNT-WORK.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO LV-EMPID OF LEAVEBAL-REC.
           START LEAVEBAL-FILE
               KEY IS NOT LESS THAN LV-EMPID OF LEAVEBAL-REC
               INVALID KEY
                   MOVE 1 TO EOF-C
           END-START.
           PERFORM 0325-COUNT-LEAVE-REC
               UNTIL EOF-C = 1.

       0325-COUNT-LEAVE-REC.

           READ LEAVEBAL-FILE NEXT
               AT END
                   MOVE 1 TO EOF-C
               NOT AT END
                   ADD 1 TO COUNT-WORK
           END-READ.

       0330-COUNT-YTD.

           MOVE 0 TO COUNT-WORK.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO Y-EMPID OF EMPYTD-REC.
           START EMPYTD-FILE
               KEY IS NOT LESS THAN Y-EMPID OF EMPYTD-REC
               INVALID KEY
                   MOVE 1 TO EOF-C
           END-START.
           PERFORM 0335-COUNT-YTD-REC
               UNTIL EOF-C = 1.

       0335-COUNT-YTD-REC.

           READ EMPYTD-FILE NEXT
               AT END
                   MOVE 1 TO EOF-C
               NOT AT END
                   ADD 1 TO COUNT-WORK
           END-READ.

       0340-COUNT-BANK.

           MOVE 0 TO COUNT-WORK.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO B-EMPID OF EMPBANK-REC.
           START EMPBANK-FILE
               KEY IS NOT LESS THAN B-EMPID OF EMPBANK-REC
               INVALID KEY
                   MOVE 1 TO EOF-C
           END-START.
           PERFORM 0345-COUNT-BANK-REC
               UNTIL EOF-C = 1.

       0345-COUNT-BANK-REC.

           READ EMPBANK-FILE NEXT
               AT END
                   MOVE 1 TO EOF-C
               NOT AT END
                   ADD 1 TO COUNT-WORK
           END-READ.

      *    Only terminated employees with a valid I-TERM-DATE on or
      *    before the cutoff are purged.
       1000-CHECK-EMPLOYEE.

           IF I-TERM-ST OF EMPMAST-REC = 'T'
               ADD 1 TO TERM-NUM
               IF I-TERM-DATE OF EMPMAST-REC NUMERIC
                  AND TERM-YEAR OF EMPMAST-REC > 0
                   MOVE TERM-YEAR OF EMPMAST-REC TO TD-YR
                   MOVE TERM-MONTH OF EMPMAST-REC TO TD-MON
                   MOVE TERM-DY OF EMPMAST-REC TO TD-DAY
                   IF TERM-DATE-NUM <= CUTOFF-DATE
                       PERFORM 1100-PURGE-EMPLOYEE
                   ELSE
                       ADD 1 TO NOT-DUE-NUM
                   END-IF
               ELSE
                   ADD 1 TO NODATE-NUM
                   DISPLAY 'TERMINATED WITHOUT VALID TERM DATE - '
                       I-EMPID OF EMPMAST-REC ' NOT PURGED'
               END-IF
           END-IF.
           PERFORM 2000-READ-MASTER.

      *    Every record the employee has is written to the archive,
      *    the EMPMAST image first, before anything is deleted. If any
      *    archive write fails the employee is left on every live file.
       1100-PURGE-EMPLOYEE.

           MOVE 'Y' TO ARCH-OK-SW.
           MOVE 'E' TO AR-TYPE.
           MOVE EMPMAST-REC TO AR-DATA.
           PERFORM 1700-WRITE-ARCHIVE.
           IF ARCH-WRITE-SW = 'Y'
               ADD 1 TO CT-ARCH (1)
               ADD I-RATE OF EMPMAST-REC TO ARCH-HASH
           END-IF.
           PERFORM 1110-ARCHIVE-ADDR.
           PERFORM 1120-ARCHIVE-LEAVE.
           PERFORM 1130-ARCHIVE-YTD.
           PERFORM 1140-ARCHIVE-BANK.
           IF ARCH-OK-SW = 'Y'
               PERFORM 1150-DELETE-EMPLOYEE
               PERFORM 1200-PRINT-DETAIL
           ELSE
               DISPLAY 'EMPARCH WRITE FAILED - STATUS ' ARCH-STATUS
                   ' - ' I-EMPID OF EMPMAST-REC ' NOT PURGED'
               ADD 1 TO ARCH-FAIL-NUM
               MOVE 16 TO RETURN-CODE
           END-IF.

       1110-ARCHIVE-ADDR.

           MOVE 'N' TO HAD-ADDR-SW.
           MOVE I-EMPID OF EMPMAST-REC TO A-EMPID OF EMPADDR-REC.
           READ EMPADDR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HAD-ADDR-SW
                   MOVE 'A' TO AR-TYPE
                   MOVE EMPADDR-REC TO AR-DATA
                   PERFORM 1700-WRITE-ARCHIVE
                   IF ARCH-WRITE-SW = 'Y'
                       ADD 1 TO CT-ARCH (2)
                   END-IF
           END-READ.

       1120-ARCHIVE-LEAVE.

           MOVE 'N' TO HAD-LEAVE-SW.
           MOVE I-EMPID OF EMPMAST-REC TO LV-EMPID OF LEAVEBAL-REC.
           READ LEAVEBAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HAD-LEAVE-SW
                   MOVE 'L' TO AR-TYPE
                   MOVE LEAVEBAL-REC TO AR-DATA
                   PERFORM 1700-WRITE-ARCHIVE
                   IF ARCH-WRITE-SW = 'Y'
                       ADD 1 TO CT-ARCH (3)
                   END-IF
           END-READ.

       1130-ARCHIVE-YTD.

           MOVE 'N' TO HAD-YTD-SW.
           MOVE I-EMPID OF EMPMAST-REC TO Y-EMPID OF EMPYTD-REC.
           READ EMPYTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HAD-YTD-SW
                   MOVE 'Y' TO AR-TYPE
                   MOVE EMPYTD-REC TO AR-DATA
                   PERFORM 1700-WRITE-ARCHIVE
                   IF ARCH-WRITE-SW = 'Y'
                       ADD 1 TO CT-ARCH (4)
                   END-IF
           END-READ.

       1140-ARCHIVE-BANK.

           MOVE 'N' TO HAD-BANK-SW.
           MOVE I-EMPID OF EMPMAST-REC TO B-EMPID OF EMPBANK-REC.
           READ EMPBANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HAD-BANK-SW
                   MOVE 'B' TO AR-TYPE
                   MOVE EMPBANK-REC TO AR-DATA
                   PERFORM 1700-WRITE-ARCHIVE
                   IF ARCH-WRITE-SW = 'Y'
                       ADD 1 TO CT-ARCH (5)
                   END-IF
           END-READ.

       1150-DELETE-EMPLOYEE.

           IF HAD-ADDR-SW = 'Y'
               DELETE EMPADDR-FILE RECORD
                   INVALID KEY
                       DISPLAY 'EMPADDR DELETE FAILED - '
                           A-EMPID OF EMPADDR-REC
                   NOT INVALID KEY
                       ADD 1 TO CT-PURGED (2)
               END-DELETE
           END-IF.
           IF HAD-LEAVE-SW = 'Y'
               DELETE LEAVEBAL-FILE RECORD
                   INVALID KEY
                       DISPLAY 'LEAVEBAL DELETE FAILED - '
                           LV-EMPID OF LEAVEBAL-REC
                   NOT INVALID KEY
                       ADD 1 TO CT-PURGED (3)
               END-DELETE
           END-IF.
           IF HAD-YTD-SW = 'Y'
               DELETE EMPYTD-FILE RECORD
                   INVALID KEY
                       DISPLAY 'EMPYTD DELETE FAILED - '
                           Y-EMPID OF EMPYTD-REC
                   NOT INVALID KEY
                       ADD 1 TO CT-PURGED (4)
               END-DELETE
           END-IF.
           IF HAD-BANK-SW = 'Y'
               DELETE EMPBANK-FILE RECORD
                   INVALID KEY
                       DISPLAY 'EMPBANK DELETE FAILED - '
                           B-EMPID OF EMPBANK-REC
                   NOT INVALID KEY
                       ADD 1 TO CT-PURGED (5)
               END-DELETE
           END-IF.
           DELETE EMPMAST-FILE RECORD.
           IF EMPM-STATUS = '00'
               ADD 1 TO CT-PURGED (1)
           ELSE
               DISPLAY 'EMPMAST DELETE FAILED - '
                   I-EMPID OF EMPMAST-REC ' STATUS ' EMPM-STATUS
           END-IF.

       1200-PRINT-DETAIL.

           IF LINE-KOUNT >= 50
               PERFORM 1400-PRINT-HEAD
           END-IF.
           MOVE I-EMPID OF EMPMAST-REC TO PD-EMPID.
           MOVE I-LAST OF EMPMAST-REC TO PD-LAST.
           MOVE I-FIRST OF EMPMAST-REC TO PD-FIRST.
           MOVE I-DEPT OF EMPMAST-REC TO PD-DEPT.
           MOVE TERM-MONTH OF EMPMAST-REC TO PD-TERM-MON.
           MOVE TERM-DY OF EMPMAST-REC TO PD-TERM-DAY.
           MOVE TERM-YEAR OF EMPMAST-REC TO PD-TERM-YR.
           MOVE HAD-ADDR-SW TO PD-ADDR.
           MOVE HAD-LEAVE-SW TO PD-LEAVE.
           MOVE HAD-YTD-SW TO PD-YTD.
           MOVE HAD-BANK-SW TO PD-BANK.
           WRITE REGISTER-REC FROM PURGE-DETAIL
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-KOUNT.

       1400-PRINT-HEAD.

           MOVE PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE REGISTER-REC FROM PURGE-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM PURGE-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE RETAIN-YEARS TO H3-YEARS.
           MOVE CO-MON TO H3-CUT-MON.
           MOVE CO-DAY TO H3-CUT-DAY.
           MOVE CO-YR TO H3-CUT-YR.
           WRITE REGISTER-REC FROM PURGE-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE REGISTER-REC FROM PURGE-HEADING4
               AFTER ADVANCING 2 LINES.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.

       1700-WRITE-ARCHIVE.

           MOVE I-EMPID OF EMPMAST-REC TO AR-EMPID.
           MOVE TODAY-DATE-NUM TO AR-PURGE-DATE.
           WRITE ARCH-REC.
           IF ARCH-STATUS = '00'
               MOVE 'Y' TO ARCH-WRITE-SW
           ELSE
               MOVE 'N' TO ARCH-WRITE-SW
               MOVE 'N' TO ARCH-OK-SW
           END-IF.

       1800-WRITE-TRAILER.

           MOVE SPACES TO ARCH-REC.
           MOVE 'T' TO AR-TYPE.
           MOVE TODAY-DATE-NUM TO AR-PURGE-DATE.
           MOVE CT-ARCH (1) TO AR-TRL-EMP.
           MOVE CT-ARCH (2) TO AR-TRL-ADDR.
           MOVE CT-ARCH (3) TO AR-TRL-LEAVE.
           MOVE CT-ARCH (4) TO AR-TRL-YTD.
           MOVE CT-ARCH (5) TO AR-TRL-BANK.
           MOVE ARCH-HASH TO AR-TRL-HASH.
           WRITE ARCH-REC.
           IF ARCH-STATUS NOT = '00'
               DISPLAY 'EMPARCH TRAILER WRITE FAILED - STATUS '
                   ARCH-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       1900-COUNT-AFTER.

           PERFORM 0300-COUNT-MASTER.
           MOVE COUNT-WORK TO CT-AFTER (1).
           PERFORM 0310-COUNT-ADDR.
           MOVE COUNT-WORK TO CT-AFTER (2).
           PERFORM 0320-COUNT-LEAVE.
           MOVE COUNT-WORK TO CT-AFTER (3).
           PERFORM 0330-COUNT-YTD.
           MOVE COUNT-WORK TO CT-AFTER (4).
           PERFORM 0340-COUNT-BANK.
           MOVE COUNT-WORK TO CT-AFTER (5).

      *    A file is in balance when before - purged = after and every
      *    record purged was archived. Any file out of balance sets
      *    return code 8.
       1950-PRINT-CONTROLS.

           IF LINE-KOUNT >= 40
               PERFORM 1400-PRINT-HEAD
           END-IF.
           WRITE REGISTER-REC FROM PURGE-CTL-HEAD
               AFTER ADVANCING 3 LINES.
           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > 5
               MOVE CTL-NAME (CTL-IDX) TO PC-FILE
               MOVE CT-BEFORE (CTL-IDX) TO PC-BEFORE
               MOVE CT-PURGED (CTL-IDX) TO PC-PURGED
               MOVE CT-AFTER (CTL-IDX) TO PC-AFTER
               MOVE CT-ARCH (CTL-IDX) TO PC-ARCH
               IF CT-BEFORE (CTL-IDX) - CT-PURGED (CTL-IDX)
                    = CT-AFTER (CTL-IDX)
                  AND CT-ARCH (CTL-IDX) = CT-PURGED (CTL-IDX)
                   MOVE 'IN BALANCE' TO PC-RESULT
               ELSE
                   MOVE '*** OUT OF BALANCE ***' TO PC-RESULT
                   MOVE 'Y' TO OUT-OF-BAL-SW
               END-IF
               WRITE REGISTER-REC FROM PURGE-CTL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM.
           MOVE TERM-NUM TO PT1-TERM.
           MOVE NOT-DUE-NUM TO PT1-NOT-DUE.
           MOVE NODATE-NUM TO PT1-NODATE.
           WRITE REGISTER-REC FROM PURGE-TOTAL1
               AFTER ADVANCING 2 LINES.
           MOVE ARCH-HASH TO PT2-HASH.
           WRITE REGISTER-REC FROM PURGE-TOTAL2
               AFTER ADVANCING 1 LINES.
           IF OUT-OF-BAL-SW = 'Y'
               DISPLAY '*** PURGE CONTROL TOTALS OUT OF BALANCE ***'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF ARCH-FAIL-NUM > 0
               DISPLAY 'EMPLOYEES NOT PURGED - ARCHIVE WRITE FAILED: '
                   ARCH-FAIL-NUM
           END-IF.
           DISPLAY 'EMPPURGE COMPLETE - EMPLOYEES PURGED: '
               CT-PURGED (1).

       1990-WRITE-RUNLOG.

           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE SPACES TO RUNLOG-REC.
           MOVE 'EMPPURGE' TO RL-PROGRAM.
           MOVE TODAY-DATE-NUM TO RL-RUN-DATE.
           MOVE RUN-TIME-HMS TO RL-RUN-TIME.
           MOVE CT-BEFORE (1) TO RL-READ.
           MOVE CT-PURGED (1) TO RL-WRITTEN.
           MOVE NODATE-NUM TO RL-REJECTED.
           MOVE RETURN-CODE TO RL-RETCODE.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       2000-READ-MASTER.

           READ EMPMAST-FILE
           AT END MOVE 1 TO EOF-M.
