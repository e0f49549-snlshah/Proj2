       IDENTIFICATION DIVISION.
       PROGRAM-ID.  empreins.
       AUTHOR. Sonali Shah.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCH-FILE    ASSIGN TO 'EMPARCH'
           FILE STATUS IS ARCH-STATUS.

       SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS I-EMPID OF EMPMAST-REC
           FILE STATUS IS EMPM-STATUS.

       SELECT EMPADDR-FILE ASSIGN TO 'EMPADDR'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS A-EMPID OF EMPADDR-REC
           FILE STATUS IS EMPA-STATUS.

       SELECT LEAVEBAL-FILE ASSIGN TO 'LEAVEBAL'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS LV-EMPID OF LEAVEBAL-REC
           FILE STATUS IS LEAVE-STATUS.

       SELECT EMPYTD-FILE  ASSIGN TO 'EMPYTD'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS Y-EMPID OF EMPYTD-REC
           FILE STATUS IS EMPY-STATUS.

       SELECT EMPBANK-FILE ASSIGN TO 'EMPBANK'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS B-EMPID OF EMPBANK-REC
           FILE STATUS IS EMPB-STATUS.

       SELECT OPTIONAL REINPARM-FILE ASSIGN TO 'REINSTPRM'
           FILE STATUS IS REINPARM-STATUS.

       SELECT REGISTER-FILE ASSIGN TO 'EMPREINS-PRNT'.

       SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
           FILE STATUS IS RUNLOG-STATUS.


       DATA DIVISION.

       FILE SECTION.
       FD  ARCH-FILE
       BLOCK CONTAINS 0 RECORDS
       LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

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

       FD  REINPARM-FILE
       LABEL RECORDS ARE STANDARD.
       01  REINPARM-REC.
           03  RP-EMPID             PIC X(7).

       FD  REGISTER-FILE
       LABEL RECORDS ARE OMITTED.
       01  REGISTER-REC             PIC X(135).

       FD  RUNLOG-FILE
       LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.
       01  ARCH-STATUS              PIC XX       VALUE '00'.
       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  EMPA-STATUS              PIC XX       VALUE '00'.
       01  LEAVE-STATUS             PIC XX       VALUE '00'.
       01  EMPY-STATUS              PIC XX       VALUE '00'.
       01  EMPB-STATUS              PIC XX       VALUE '00'.
       01  REINPARM-STATUS          PIC XX       VALUE '00'.
       01  RUNLOG-STATUS            PIC XX       VALUE '00'.
       01  EOF-A                    PIC 9        VALUE 0.
       01  ARCH-READ-NUM            PIC 9(6)     VALUE 0.
       01  RESTORED-NUM             PIC 9(6)     VALUE 0.
       01  SKIPPED-NUM              PIC 9(6)     VALUE 0.

       01  REIN-EMPID               PIC X(7)     VALUE SPACES.
       01  PURGE-DATE-HELD          PIC 9(8)     VALUE 0.

      *    The employee's most recent archived group. A later group
      *    (purged again after an earlier reinstatement) replaces an
      *    earlier one.
       01  FOUND-SW                 PIC X        VALUE 'N'.
       01  HAVE-ADDR-SW             PIC X        VALUE 'N'.
       01  HAVE-LEAVE-SW            PIC X        VALUE 'N'.
       01  HAVE-YTD-SW              PIC X        VALUE 'N'.
       01  HAVE-BANK-SW             PIC X        VALUE 'N'.
       01  HOLD-EMP.
           COPY EMPREC.
       01  HOLD-ADDR                PIC X(70)    VALUE SPACES.
       01  HOLD-LEAVE               PIC X(40)    VALUE SPACES.
       01  HOLD-YTD                 PIC X(120)   VALUE SPACES.
       01  HOLD-BANK                PIC X(60)    VALUE SPACES.

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

       01  REIN-HEADING1.
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

       01  REIN-HEADING2.
           03  FILLER               PIC X(43)    VALUE SPACES.
           03  FILLER               PIC X(34)
               VALUE 'ARCHIVED EMPLOYEE REINSTATEMENT'.

       01  REIN-EMP-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'EMPLOYEE: '.
           03  RE-EMPID             PIC X(7).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  RE-LAST              PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  RE-FIRST             PIC X(15).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'PURGED: '.
           03  RE-PURGE-DATE        PIC 9(8).

       01  REIN-FILE-LINE.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  RF-FILE              PIC X(8).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  RF-RESULT            PIC X(40).

       01  REIN-MSG-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  RM-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-LONG TO TODAY-DATE-NUM.
           PERFORM 0100-READ-REINPARM.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 0200-SCAN-ARCHIVE.
           IF FOUND-SW = 'N'
               MOVE SPACES TO RM-TEXT
               STRING REIN-EMPID DELIMITED BY SIZE
                      ' NOT ON EMPARCH - NOTHING REINSTATED'
                          DELIMITED BY SIZE
                      INTO RM-TEXT
               END-STRING
               WRITE REGISTER-REC FROM REIN-MSG-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY RM-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0300-OPEN-FILES
               PERFORM 1000-REINSTATE
               CLOSE EMPMAST-FILE
                     EMPADDR-FILE
                     LEAVEBAL-FILE
                     EMPYTD-FILE
                     EMPBANK-FILE
           END-IF.
           CLOSE REGISTER-FILE.
           PERFORM 1990-WRITE-RUNLOG.
           STOP RUN.

       0100-READ-REINPARM.

           OPEN INPUT REINPARM-FILE.
           IF REINPARM-STATUS = '00'
               READ REINPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-EMPID TO REIN-EMPID
               END-READ
               CLOSE REINPARM-FILE
           END-IF.
           IF REIN-EMPID = SPACES
               DISPLAY 'REINSTPRM MISSING OR BLANK - NO REINSTATEMENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-SCAN-ARCHIVE.

           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS NOT = '00'
               DISPLAY 'EMPARCH COULD NOT BE OPENED - STATUS '
                   ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-ARCHIVE.
           PERFORM 0250-CHECK-ARCHIVE-REC
               UNTIL EOF-A = 1.
           CLOSE ARCH-FILE.

       0250-CHECK-ARCHIVE-REC.

           IF AR-TYPE NOT = 'T'
              AND AR-EMPID = REIN-EMPID
               EVALUATE AR-TYPE
                   WHEN 'E'
                       MOVE 'Y' TO FOUND-SW
                       MOVE 'N' TO HAVE-ADDR-SW
                       MOVE 'N' TO HAVE-LEAVE-SW
                       MOVE 'N' TO HAVE-YTD-SW
                       MOVE 'N' TO HAVE-BANK-SW
                       MOVE AR-DATA TO HOLD-EMP
                       MOVE AR-PURGE-DATE TO PURGE-DATE-HELD
                   WHEN 'A'
                       MOVE 'Y' TO HAVE-ADDR-SW
                       MOVE AR-DATA TO HOLD-ADDR
                   WHEN 'L'
                       MOVE 'Y' TO HAVE-LEAVE-SW
                       MOVE AR-DATA TO HOLD-LEAVE
                   WHEN 'Y'
                       MOVE 'Y' TO HAVE-YTD-SW
                       MOVE AR-DATA TO HOLD-YTD
                   WHEN 'B'
                       MOVE 'Y' TO HAVE-BANK-SW
                       MOVE AR-DATA TO HOLD-BANK
                   WHEN OTHER
                       DISPLAY 'UNKNOWN ARCHIVE RECORD TYPE - '
                           AR-TYPE
               END-EVALUATE
           END-IF.
           PERFORM 2000-READ-ARCHIVE.

       0300-OPEN-FILES.

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

      *    The employee goes back exactly as archived, still flagged
      *    terminated; a rehire is then keyed through empmaint. The
      *    EMPMAST record must not already exist. A related record
      *    already on its file (keyed since the purge) is kept and the
      *    archived copy is not restored.
       1000-REINSTATE.

           MOVE REIN-EMPID TO RE-EMPID.
           MOVE I-LAST OF HOLD-EMP TO RE-LAST.
           MOVE I-FIRST OF HOLD-EMP TO RE-FIRST.
           MOVE PURGE-DATE-HELD TO RE-PURGE-DATE.
           WRITE REGISTER-REC FROM REIN-EMP-LINE
               AFTER ADVANCING 2 LINES.
           MOVE HOLD-EMP TO EMPMAST-REC.
           MOVE 'EMPMAST ' TO RF-FILE.
           WRITE EMPMAST-REC
               INVALID KEY
                   MOVE 'ALREADY ON FILE - NOTHING REINSTATED'
                       TO RF-RESULT
                   PERFORM 1800-WRITE-FILE-LINE
                   ADD 1 TO SKIPPED-NUM
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'RESTORED' TO RF-RESULT
                   PERFORM 1800-WRITE-FILE-LINE
                   ADD 1 TO RESTORED-NUM
                   PERFORM 1100-RESTORE-ADDR
                   PERFORM 1200-RESTORE-LEAVE
                   PERFORM 1300-RESTORE-YTD
                   PERFORM 1350-RESTORE-BANK
           END-WRITE.

       1100-RESTORE-ADDR.

           MOVE 'EMPADDR ' TO RF-FILE.
           IF HAVE-ADDR-SW = 'N'
               MOVE 'NOT ARCHIVED' TO RF-RESULT
               PERFORM 1800-WRITE-FILE-LINE
           ELSE
               MOVE HOLD-ADDR TO EMPADDR-REC
               WRITE EMPADDR-REC
                   INVALID KEY
                       PERFORM 1850-ALREADY-ON-FILE
                   NOT INVALID KEY
                       PERFORM 1860-RESTORED
               END-WRITE
           END-IF.

       1200-RESTORE-LEAVE.

           MOVE 'LEAVEBAL' TO RF-FILE.
           IF HAVE-LEAVE-SW = 'N'
               MOVE 'NOT ARCHIVED' TO RF-RESULT
               PERFORM 1800-WRITE-FILE-LINE
           ELSE
               MOVE HOLD-LEAVE TO LEAVEBAL-REC
               WRITE LEAVEBAL-REC
                   INVALID KEY
                       PERFORM 1850-ALREADY-ON-FILE
                   NOT INVALID KEY
                       PERFORM 1860-RESTORED
               END-WRITE
           END-IF.

       1300-RESTORE-YTD.

           MOVE 'EMPYTD  ' TO RF-FILE.
           IF HAVE-YTD-SW = 'N'
               MOVE 'NOT ARCHIVED' TO RF-RESULT
               PERFORM 1800-WRITE-FILE-LINE
           ELSE
               MOVE HOLD-YTD TO EMPYTD-REC
               WRITE EMPYTD-REC
                   INVALID KEY
                       PERFORM 1850-ALREADY-ON-FILE
                   NOT INVALID KEY
                       PERFORM 1860-RESTORED
               END-WRITE
           END-IF.

       1350-RESTORE-BANK.

           MOVE 'EMPBANK ' TO RF-FILE.
           IF HAVE-BANK-SW = 'N'
               MOVE 'NOT ARCHIVED' TO RF-RESULT
               PERFORM 1800-WRITE-FILE-LINE
           ELSE
               MOVE HOLD-BANK TO EMPBANK-REC
               WRITE EMPBANK-REC
                   INVALID KEY
                       PERFORM 1850-ALREADY-ON-FILE
                   NOT INVALID KEY
                       PERFORM 1860-RESTORED
               END-WRITE
           END-IF.

       1400-PRINT-HEAD.

           MOVE 1 TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE REGISTER-REC FROM REIN-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM REIN-HEADING2
               AFTER ADVANCING 1 LINE.

       1800-WRITE-FILE-LINE.

           WRITE REGISTER-REC FROM REIN-FILE-LINE
               AFTER ADVANCING 1 LINES.

       1850-ALREADY-ON-FILE.

           MOVE 'ALREADY ON FILE - ARCHIVED COPY NOT USED'
               TO RF-RESULT.
           PERFORM 1800-WRITE-FILE-LINE.
           ADD 1 TO SKIPPED-NUM.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       1860-RESTORED.

           MOVE 'RESTORED' TO RF-RESULT.
           PERFORM 1800-WRITE-FILE-LINE.
           ADD 1 TO RESTORED-NUM.

       1990-WRITE-RUNLOG.

           ACCEPT RUN-TIME-RAW FROM TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE SPACES TO RUNLOG-REC.
           MOVE 'EMPREINS' TO RL-PROGRAM.
           MOVE TODAY-DATE-NUM TO RL-RUN-DATE.
           MOVE RUN-TIME-HMS TO RL-RUN-TIME.
           MOVE ARCH-READ-NUM TO RL-READ.
           MOVE RESTORED-NUM TO RL-WRITTEN.
           MOVE SKIPPED-NUM TO RL-REJECTED.
           MOVE RETURN-CODE TO RL-RETCODE.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       2000-READ-ARCHIVE.

           READ ARCH-FILE
               AT END
                   MOVE 1 TO EOF-A
               NOT AT END
                   ADD 1 TO ARCH-READ-NUM
           END-READ.
