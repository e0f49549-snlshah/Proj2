       01  EOF-M                    PIC 9        VALUE 0.
       01  EOF-A                    PIC 9        VALUE 0.
       01  EOF-SN                   PIC 9        VALUE 0.
       01  EOF-L                    PIC 9        VALUE 0.
       01  REVERSAL-NUM             PIC 9(6)     VALUE 0.
       01  ADDR-OPEN-SW             PIC X        VALUE 'N'.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
               VALUE 'ACTIVE ON MAST: '.
           03  AR-MAST-COUNT        PIC ZZZZZ9.

       01  AUD-RUNLOG-LINE.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  AL-PROGRAM           PIC X(8).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  AL-RUN-DATE          PIC 9(8).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  AL-RUN-TIME          PIC 9(6).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'READ: '.
           03  AL-READ              PIC ZZZZZ9.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(9)     VALUE 'WRITTEN: '.
           03  AL-WRITTEN           PIC ZZZZZ9.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'REJECTED: '.
           03  AL-REJECTED          PIC ZZZZZ9.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'RC: '.
           03  AL-RETCODE           PIC ZZZ9.

       01  AUD-TOTAL-LINE.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(26)
           PERFORM 1000-SCAN-MASTER.
           PERFORM 2000-SCAN-ADDRESSES.
           PERFORM 3000-RECONCILE-SNAPSHOT.
           PERFORM 4000-LIST-REVERSALS.
           MOVE FINDING-NUM TO AT-NUM.
           WRITE AUDIT-REC FROM AUD-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
                   END-IF
           END-READ.

      *    Payment voids and off-cycle reissues are listed for the
      *    auditor's information; they are not counted as findings.
       4000-LIST-REVERSALS.

           MOVE 'PAYMENT VOIDS AND OFF-CYCLE RUNS ON RUNLOG'
               TO SH-TITLE.
           WRITE AUDIT-REC FROM AUD-SECTION-HEAD
               AFTER ADVANCING 2 LINES.
           ADD 3 TO LINE-KOUNT.
           MOVE 0 TO EOF-L.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
               PERFORM 4100-READ-RUNLOG
                   UNTIL EOF-L = 1
               CLOSE RUNLOG-FILE
           END-IF.
           IF REVERSAL-NUM = 0
               MOVE SPACES TO AF-EMPID
               MOVE 'NO PAYMENT VOIDS OR OFF-CYCLE RUNS ON FILE'
                   TO AF-DETAIL
               WRITE AUDIT-REC FROM AUD-FINDING-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-KOUNT
           END-IF.

       4100-READ-RUNLOG.

           READ RUNLOG-FILE
               AT END
                   MOVE 1 TO EOF-L
               NOT AT END
                   IF RL-PROGRAM = 'PAYVOID'
                      OR RL-PROGRAM = 'PAYREGOC'
                       MOVE RL-PROGRAM TO AL-PROGRAM
                       MOVE RL-RUN-DATE TO AL-RUN-DATE
                       MOVE RL-RUN-TIME TO AL-RUN-TIME
                       MOVE RL-READ TO AL-READ
                       MOVE RL-WRITTEN TO AL-WRITTEN
                       MOVE RL-REJECTED TO AL-REJECTED
                       MOVE RL-RETCODE TO AL-RETCODE
                       IF LINE-KOUNT >= 50
                           PERFORM 1400-PRINT-HEAD
                       END-IF
                       WRITE AUDIT-REC FROM AUD-RUNLOG-LINE
                           AFTER ADVANCING 1 LINES
                       ADD 1 TO LINE-KOUNT
                       ADD 1 TO REVERSAL-NUM
                   END-IF
           END-READ.

       1700-WRITE-FINDING.

           IF LINE-KOUNT >= 50
