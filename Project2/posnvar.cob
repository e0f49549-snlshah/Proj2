       IDENTIFICATION DIVISION.
       PROGRAM-ID.  posnvar.
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

       SELECT EMPYTD-FILE  ASSIGN TO 'EMPYTD'
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY IS Y-EMPID OF EMPYTD-REC
           FILE STATUS IS EMPY-STATUS.

       SELECT POSBUDGT-FILE ASSIGN TO 'POSBUDGT'
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS PB-DEPT OF POSBUDGT-REC
           FILE STATUS IS POSB-STATUS.

       SELECT OPTIONAL DEPTREF-FILE ASSIGN TO 'DEPTREF'
           FILE STATUS IS DEPTREF-STATUS.

       SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'PAYCAL'
           FILE STATUS IS PAYCAL-STATUS.

       SELECT REPORT-FILE  ASSIGN TO 'POSNVAR-PRNT'.


       DATA DIVISION.

       FILE SECTION.
       FD  EMPMAST-FILE
       LABEL RECORDS ARE STANDARD.

       01  EMPMAST-REC.
           COPY EMPREC.

       FD  EMPYTD-FILE
       LABEL RECORDS ARE STANDARD.
       01  EMPYTD-REC.
           COPY YTDREC.

       FD  POSBUDGT-FILE
       LABEL RECORDS ARE STANDARD.
       01  POSBUDGT-REC.
           COPY POSBREC.

       FD  DEPTREF-FILE
       LABEL RECORDS ARE STANDARD.
       01  DEPTREF-REC.
           COPY DEPTREC.

       FD  PAYCAL-FILE
       LABEL RECORDS ARE STANDARD.
       01  PAYCAL-REC.
           COPY PCALREC.

       FD  REPORT-FILE
       LABEL RECORDS ARE OMITTED.
       01  REPORT-REC               PIC X(135).

       WORKING-STORAGE SECTION.
       COPY TYPECODE.

       01  EMPM-STATUS              PIC XX       VALUE '00'.
       01  EMPY-STATUS              PIC XX       VALUE '00'.
       01  POSB-STATUS              PIC XX       VALUE '00'.
       01  DEPTREF-STATUS           PIC XX       VALUE '00'.
       01  PAYCAL-STATUS            PIC XX       VALUE '00'.
       01  EOF-M                    PIC 9        VALUE 0.
       01  EOF-B                    PIC 9        VALUE 0.
       01  EOF-R                    PIC 9        VALUE 0.
       01  EOF-PC                   PIC 9        VALUE 0.
       01  LINE-KOUNT               PIC 99       VALUE 00.
       01  PAGE-KOUNT               PIC 9999     VALUE 0001.
       01  TYPE-IDX                 PIC 99       VALUE 00.
       01  RPT-YEAR                 PIC 9(4)     VALUE 0.
       01  LAST-CLOSED-CHECK        PIC 9(8)     VALUE 0.
       01  LAST-CLOSED-X REDEFINES LAST-CLOSED-CHECK.
           03  LC-YR                PIC 9(4).
           03  LC-MON               PIC 9(2).
           03  LC-DAY               PIC 9(2).
       01  YEAR-PERIOD-NUM          PIC 999      VALUE 0.
       01  CLOSED-PERIOD-NUM        PIC 999      VALUE 0.
       01  BUDGET-SHARE             PIC 9V9(6)   VALUE 0.
       01  BUDGET-SHARE-PCT         PIC 999V9    VALUE 0.

      *    A salaried I-RATE is the weekly salary; an hourly I-RATE
      *    is annualized over a standard 40-hour, 52-week year.
       01  WEEKS-PER-YEAR           PIC 99       VALUE 52.
       01  HOURS-PER-YEAR           PIC 9(4)     VALUE 2080.
       01  ANNUAL-RATE              PIC 9(9)V99  VALUE 0.

       01  DEPT-REF-COUNT           PIC 99       VALUE 00.
       01  DEPT-REF-IDX             PIC 99       VALUE 00.
       01  DEPT-REF-TABLE.
           03  DEPT-REF-ENTRY OCCURS 50 TIMES.
               05  DRT-DEPT         PIC X(4).
               05  DRT-NAME         PIC X(25).

      *    Actual heads, annualized payroll and year-to-date gross by
      *    department, built from EMPMAST and EMPYTD.
       01  ACT-COUNT                PIC 99       VALUE 00.
       01  ACT-IDX                  PIC 99       VALUE 00.
       01  ACT-SUB                  PIC 99       VALUE 00.
       01  ACT-TABLE.
           03  ACT-ENTRY OCCURS 60 TIMES.
               05  AT-DEPT          PIC X(4).
               05  AT-HEADS         PIC 9(4)     OCCURS 10 TIMES.
               05  AT-ANNUAL        PIC 9(9)V99.
               05  AT-YTD           PIC 9(9)V99.
               05  AT-USED-SW       PIC X(1).

       01  DEPT-AUTH                PIC 9(5)     VALUE 0.
       01  DEPT-ACTUAL              PIC 9(5)     VALUE 0.
       01  DEPT-ANNUAL              PIC 9(9)V99  VALUE 0.
       01  DEPT-YTD                 PIC 9(9)V99  VALUE 0.
       01  DEPT-YTD-BUDGET          PIC 9(9)V99  VALUE 0.
       01  DEPT-OVER-HEADS-SW       PIC X        VALUE 'N'.
       01  DEPT-OVER-DOLLARS-SW     PIC X        VALUE 'N'.
       01  HEAD-VAR                 PIC S9(5)    VALUE 0.
       01  DOLLAR-VAR               PIC S9(9)V99 VALUE 0.

       01  TOTAL-AUTH               PIC 9(6)     VALUE 0.
       01  TOTAL-ACTUAL             PIC 9(6)     VALUE 0.
       01  TOTAL-BUDGET             PIC 9(11)V99 VALUE 0.
       01  TOTAL-ANNUAL             PIC 9(11)V99 VALUE 0.
       01  TOTAL-YTD-BUDGET         PIC 9(11)V99 VALUE 0.
       01  TOTAL-YTD                PIC 9(11)V99 VALUE 0.
       01  BUDGET-DEPT-NUM          PIC 9(4)     VALUE 0.
       01  NOBUDGET-DEPT-NUM        PIC 9(4)     VALUE 0.
       01  OVER-HEADS-NUM           PIC 9(4)     VALUE 0.
       01  OVER-DOLLARS-NUM         PIC 9(4)     VALUE 0.

       01  CURRENT-DATE.
           03  CUR-YR               PIC X(2).
           03  CUR-MON              PIC X(2).
           03  CUR-DAY              PIC X(2).

       01  CURRENT-DATE-LONG.
           03  CUR-YR4              PIC 9(4).
           03  CUR-MON4             PIC 9(2).
           03  CUR-DAY4             PIC 9(2).

       01  POSN-HEADING1.
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

       01  POSN-HEADING2.
           03  FILLER               PIC X(43)    VALUE SPACES.
           03  FILLER               PIC X(38)
               VALUE 'POSITION CONTROL - BUDGET VARIANCE'.

       01  POSN-HEADING3.
           03  FILLER               PIC X(43)    VALUE SPACES.
           03  FILLER               PIC X(5)     VALUE 'YEAR '.
           03  H3-YEAR              PIC 9(4).
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'YTD BUDGET SHARE: '.
           03  H3-SHARE             PIC ZZ9.9.
           03  FILLER               PIC X(1)     VALUE '%'.

       01  POSN-DEPT-HEAD.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(12)
               VALUE 'DEPARTMENT: '.
           03  DH-DEPT              PIC X(4).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  DH-NAME              PIC X(25).
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  DH-NOTE              PIC X(30).

       01  POSN-TYPE-HEAD.
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'TYPE'.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'DESCRIPTION'.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(4)     VALUE 'AUTH'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(6)     VALUE 'ACTUAL'.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(8)     VALUE 'VARIANCE'.

       01  POSN-TYPE-LINE.
           03  FILLER               PIC X(7)     VALUE SPACES.
           03  PT-TYPE              PIC 9(2).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PT-DESC              PIC X(12).
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PT-AUTH              PIC ZZZ9.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  PT-ACTUAL            PIC ZZZ9.
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  PT-VAR               PIC -ZZZ9.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PT-FLAG              PIC X(6).

       01  POSN-HEADS-LINE.
           03  FILLER               PIC X(7)     VALUE SPACES.
           03  FILLER               PIC X(20)
               VALUE 'TOTAL HEADS'.
           03  PH-AUTH              PIC ZZZ9.
           03  FILLER               PIC X(5)     VALUE SPACES.
           03  PH-ACTUAL            PIC ZZZ9.
           03  FILLER               PIC X(6)     VALUE SPACES.
           03  PH-VAR               PIC -ZZZ9.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PH-FLAG              PIC X(12).

       01  POSN-DOLLAR-LINE.
           03  FILLER               PIC X(7)     VALUE SPACES.
           03  PD-BUDGET-TEXT       PIC X(15).
           03  PD-BUDGET            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PD-ACTUAL-TEXT       PIC X(20).
           03  PD-ACTUAL            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'VARIANCE: '.
           03  PD-VAR               PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PD-FLAG              PIC X(6).

       01  POSN-TOTAL1.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(22)
               VALUE 'DEPARTMENTS BUDGETED: '.
           03  PT1-BUDGETED         PIC ZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(11)    VALUE 'NO BUDGET: '.
           03  PT1-NOBUDGET         PIC ZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(12)    VALUE 'OVER HEADS: '.
           03  PT1-OVER-HEADS       PIC ZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(14)    VALUE 'OVER DOLLARS: '.
           03  PT1-OVER-DOLLARS     PIC ZZZ9.

       01  POSN-TOTAL2.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  FILLER               PIC X(18)
               VALUE 'AUTHORIZED HEADS: '.
           03  PT2-AUTH             PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(14)    VALUE 'ACTUAL HEADS: '.
           03  PT2-ACTUAL           PIC ZZZZZ9.
           03  FILLER               PIC X(4)     VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'VARIANCE: '.
           03  PT2-VAR              PIC -ZZZZZ9.

       01  POSN-TOTAL3.
           03  FILLER               PIC X(2)     VALUE SPACES.
           03  PT3-BUDGET-TEXT      PIC X(15).
           03  PT3-BUDGET           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  PT3-ACTUAL-TEXT      PIC X(20).
           03  PT3-ACTUAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER               PIC X(3)     VALUE SPACES.
           03  FILLER               PIC X(10)    VALUE 'VARIANCE: '.
           03  PT3-VAR              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAINLINE.

           ACCEPT CURRENT-DATE FROM DATE.
           ACCEPT CURRENT-DATE-LONG FROM DATE YYYYMMDD.
           MOVE CUR-YR4 TO RPT-YEAR.
           PERFORM 0100-LOAD-DEPTREF.
           PERFORM 0200-READ-PAYCAL.
           PERFORM 0300-OPEN-FILES.
           PERFORM 1000-LOAD-ACTUALS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2100-READ-BUDGET.
           PERFORM 2000-BUDGET-DEPT
               UNTIL EOF-B = 1.
           PERFORM 3000-UNBUDGETED-DEPTS.
           PERFORM 4000-COMPANY-TOTALS.
           CLOSE EMPYTD-FILE
                 POSBUDGT-FILE
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

      *    The budget year and the share of it gone by follow the pay
      *    calendar: the year of the last closed period's check date,
      *    and closed periods over all periods checked in that year.
      *    Without PAYCAL the share is the months elapsed this year.
       0200-READ-PAYCAL.

           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS = '00'
               PERFORM 0210-READ-CLOSED-PERIOD
                   UNTIL EOF-PC = 1
               CLOSE PAYCAL-FILE
           END-IF.
           IF LAST-CLOSED-CHECK > 0
               MOVE LC-YR TO RPT-YEAR
               MOVE 0 TO EOF-PC
               OPEN INPUT PAYCAL-FILE
               PERFORM 0220-COUNT-YEAR-PERIOD
                   UNTIL EOF-PC = 1
               CLOSE PAYCAL-FILE
           END-IF.
           IF YEAR-PERIOD-NUM > 0
               COMPUTE BUDGET-SHARE ROUNDED =
                   CLOSED-PERIOD-NUM / YEAR-PERIOD-NUM
           ELSE
               COMPUTE BUDGET-SHARE ROUNDED = CUR-MON4 / 12
           END-IF.
           COMPUTE BUDGET-SHARE-PCT ROUNDED = BUDGET-SHARE * 100.

       0210-READ-CLOSED-PERIOD.

           READ PAYCAL-FILE
               AT END
                   MOVE 1 TO EOF-PC
               NOT AT END
                   IF PC-STATUS = 'C'
                      AND PC-CHECK-DATE > LAST-CLOSED-CHECK
                       MOVE PC-CHECK-DATE TO LAST-CLOSED-CHECK
                   END-IF
           END-READ.

       0220-COUNT-YEAR-PERIOD.

           READ PAYCAL-FILE
               AT END
                   MOVE 1 TO EOF-PC
               NOT AT END
                   IF PC-CHECK-YR = RPT-YEAR
                       ADD 1 TO YEAR-PERIOD-NUM
                       IF PC-STATUS = 'C'
                           ADD 1 TO CLOSED-PERIOD-NUM
                       END-IF
                   END-IF
           END-READ.

       0300-OPEN-FILES.

           OPEN INPUT EMPMAST-FILE.
           IF EMPM-STATUS NOT = '00'
               DISPLAY 'EMPMAST COULD NOT BE OPENED - STATUS '
                   EMPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPYTD-FILE.
           IF EMPY-STATUS NOT = '00'
               DISPLAY 'EMPYTD COULD NOT BE OPENED - STATUS '
                   EMPY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POSBUDGT-FILE.
           IF POSB-STATUS NOT = '00'
               DISPLAY 'POSBUDGT COULD NOT BE OPENED - STATUS '
                   POSB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Active employees count as heads and annualized payroll;
      *    year-to-date gross counts for everyone paid this year,
      *    terminated or not, against the department on EMPMAST.
       1000-LOAD-ACTUALS.

           PERFORM 1100-READ-MASTER.
           PERFORM 1200-ADD-ACTUAL
               UNTIL EOF-M = 1.
           CLOSE EMPMAST-FILE.

       1100-READ-MASTER.

           READ EMPMAST-FILE
           AT END MOVE 1 TO EOF-M.

       1200-ADD-ACTUAL.

           PERFORM 1250-FIND-ACT-DEPT.
           IF ACT-SUB > 0
               IF I-TERM-ST OF EMPMAST-REC NOT = 'T'
                   IF I-TYPE OF EMPMAST-REC >= 01
                      AND I-TYPE OF EMPMAST-REC <= 10
                       ADD 1 TO AT-HEADS (ACT-SUB,
                           I-TYPE OF EMPMAST-REC)
                   END-IF
                   IF I-ST OF EMPMAST-REC = 'S'
                       COMPUTE ANNUAL-RATE ROUNDED =
                           I-RATE OF EMPMAST-REC * WEEKS-PER-YEAR
                   ELSE
                       COMPUTE ANNUAL-RATE ROUNDED =
                           I-RATE OF EMPMAST-REC * HOURS-PER-YEAR
                   END-IF
                   ADD ANNUAL-RATE TO AT-ANNUAL (ACT-SUB)
               END-IF
               MOVE I-EMPID OF EMPMAST-REC TO Y-EMPID OF EMPYTD-REC
               READ EMPYTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Y-YEAR OF EMPYTD-REC = RPT-YEAR
                           ADD Y-GROSS OF EMPYTD-REC
                               TO AT-YTD (ACT-SUB)
                       END-IF
               END-READ
           END-IF.
           PERFORM 1100-READ-MASTER.

       1250-FIND-ACT-DEPT.

           MOVE 0 TO ACT-SUB.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACT-COUNT
               IF AT-DEPT (ACT-IDX) = I-DEPT OF EMPMAST-REC
                   MOVE ACT-IDX TO ACT-SUB
               END-IF
           END-PERFORM.
           IF ACT-SUB = 0
               IF ACT-COUNT < 60
                   ADD 1 TO ACT-COUNT
                   MOVE ACT-COUNT TO ACT-SUB
                   MOVE I-DEPT OF EMPMAST-REC TO AT-DEPT (ACT-SUB)
                   MOVE 0 TO AT-ANNUAL (ACT-SUB)
                   MOVE 0 TO AT-YTD (ACT-SUB)
                   MOVE 'N' TO AT-USED-SW (ACT-SUB)
                   PERFORM VARYING TYPE-IDX FROM 1 BY 1
                           UNTIL TYPE-IDX > 10
                       MOVE 0 TO AT-HEADS (ACT-SUB, TYPE-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY 'DEPARTMENT TABLE FULL - ' I-EMPID
                       OF EMPMAST-REC ' IN ' I-DEPT OF EMPMAST-REC
                       ' NOT COUNTED'
               END-IF
           END-IF.

       2000-BUDGET-DEPT.

           ADD 1 TO BUDGET-DEPT-NUM.
           MOVE 0 TO ACT-SUB.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACT-COUNT
               IF AT-DEPT (ACT-IDX) = PB-DEPT
                   MOVE ACT-IDX TO ACT-SUB
                   MOVE 'Y' TO AT-USED-SW (ACT-IDX)
               END-IF
           END-PERFORM.
           MOVE PB-DEPT TO DH-DEPT.
           MOVE SPACES TO DH-NOTE.
           PERFORM 2500-PRINT-DEPT.
           PERFORM 2100-READ-BUDGET.

       2100-READ-BUDGET.

           READ POSBUDGT-FILE
           AT END MOVE 1 TO EOF-B.

      *    Departments with employees but no budget record are over
      *    on every count; they are listed after the budgeted ones.
       3000-UNBUDGETED-DEPTS.

           MOVE SPACES TO POSBUDGT-REC.
           MOVE ZEROS TO PB-HEADS-GROUP.
           MOVE 0 TO PB-BUDGET.
           PERFORM VARYING ACT-SUB FROM 1 BY 1
                   UNTIL ACT-SUB > ACT-COUNT
               IF AT-USED-SW (ACT-SUB) = 'N'
                   ADD 1 TO NOBUDGET-DEPT-NUM
                   MOVE AT-DEPT (ACT-SUB) TO DH-DEPT
                   MOVE '*** NO POSITION BUDGET ***' TO DH-NOTE
                   PERFORM 2500-PRINT-DEPT
               END-IF
           END-PERFORM.

      *    Prints one department block: heads by type, then annual
      *    budget against annualized payroll and the year-to-date
      *    budget share against year-to-date gross. ACT-SUB is the
      *    department's actuals entry, or zero if it has none.
       2500-PRINT-DEPT.

           IF LINE-KOUNT >= 40
               PERFORM 1400-PRINT-HEAD
           END-IF.
           PERFORM 2550-FIND-DEPT-NAME.
           WRITE REPORT-REC FROM POSN-DEPT-HEAD
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM POSN-TYPE-HEAD
               AFTER ADVANCING 1 LINES.
           ADD 3 TO LINE-KOUNT.
           MOVE 0 TO DEPT-AUTH.
           MOVE 0 TO DEPT-ACTUAL.
           MOVE 0 TO DEPT-ANNUAL.
           MOVE 0 TO DEPT-YTD.
           MOVE 'N' TO DEPT-OVER-HEADS-SW.
           MOVE 'N' TO DEPT-OVER-DOLLARS-SW.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 10
               PERFORM 2600-PRINT-TYPE
           END-PERFORM.
           IF ACT-SUB > 0
               MOVE AT-ANNUAL (ACT-SUB) TO DEPT-ANNUAL
               MOVE AT-YTD (ACT-SUB) TO DEPT-YTD
           END-IF.
           COMPUTE HEAD-VAR = DEPT-AUTH - DEPT-ACTUAL.
           MOVE DEPT-AUTH TO PH-AUTH.
           MOVE DEPT-ACTUAL TO PH-ACTUAL.
           MOVE HEAD-VAR TO PH-VAR.
           IF HEAD-VAR < 0
               MOVE 'OVER HEADS' TO PH-FLAG
               MOVE 'Y' TO DEPT-OVER-HEADS-SW
           ELSE
               MOVE SPACES TO PH-FLAG
           END-IF.
           WRITE REPORT-REC FROM POSN-HEADS-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'ANNUAL BUDGET: ' TO PD-BUDGET-TEXT.
           MOVE PB-BUDGET TO PD-BUDGET.
           MOVE 'ANNUALIZED PAYROLL: ' TO PD-ACTUAL-TEXT.
           MOVE DEPT-ANNUAL TO PD-ACTUAL.
           COMPUTE DOLLAR-VAR = PB-BUDGET - DEPT-ANNUAL.
           MOVE DOLLAR-VAR TO PD-VAR.
           IF DOLLAR-VAR < 0
               MOVE '*OVER*' TO PD-FLAG
               MOVE 'Y' TO DEPT-OVER-DOLLARS-SW
           ELSE
               MOVE SPACES TO PD-FLAG
           END-IF.
           WRITE REPORT-REC FROM POSN-DOLLAR-LINE
               AFTER ADVANCING 1 LINES.
           COMPUTE DEPT-YTD-BUDGET ROUNDED = PB-BUDGET * BUDGET-SHARE.
           MOVE 'YTD BUDGET:    ' TO PD-BUDGET-TEXT.
           MOVE DEPT-YTD-BUDGET TO PD-BUDGET.
           MOVE 'YTD GROSS:          ' TO PD-ACTUAL-TEXT.
           MOVE DEPT-YTD TO PD-ACTUAL.
           COMPUTE DOLLAR-VAR = DEPT-YTD-BUDGET - DEPT-YTD.
           MOVE DOLLAR-VAR TO PD-VAR.
           IF DOLLAR-VAR < 0
               MOVE '*OVER*' TO PD-FLAG
               MOVE 'Y' TO DEPT-OVER-DOLLARS-SW
           ELSE
               MOVE SPACES TO PD-FLAG
           END-IF.
           WRITE REPORT-REC FROM POSN-DOLLAR-LINE
               AFTER ADVANCING 1 LINES.
           ADD 3 TO LINE-KOUNT.
           IF DEPT-OVER-HEADS-SW = 'Y'
               ADD 1 TO OVER-HEADS-NUM
           END-IF.
           IF DEPT-OVER-DOLLARS-SW = 'Y'
               ADD 1 TO OVER-DOLLARS-NUM
           END-IF.
           ADD DEPT-AUTH TO TOTAL-AUTH.
           ADD DEPT-ACTUAL TO TOTAL-ACTUAL.
           ADD PB-BUDGET TO TOTAL-BUDGET.
           ADD DEPT-ANNUAL TO TOTAL-ANNUAL.
           ADD DEPT-YTD-BUDGET TO TOTAL-YTD-BUDGET.
           ADD DEPT-YTD TO TOTAL-YTD.

       2550-FIND-DEPT-NAME.

           IF DEPT-REF-COUNT = 0
               MOVE SPACES TO DH-NAME
           ELSE
               MOVE '** UNKNOWN DEPARTMENT **' TO DH-NAME
           END-IF.
           PERFORM VARYING DEPT-REF-IDX FROM 1 BY 1
                   UNTIL DEPT-REF-IDX > DEPT-REF-COUNT
               IF DRT-DEPT (DEPT-REF-IDX) = DH-DEPT
                   MOVE DRT-NAME (DEPT-REF-IDX) TO DH-NAME
               END-IF
           END-PERFORM.

       2600-PRINT-TYPE.

           MOVE PB-AUTH-HEADS (TYPE-IDX) TO PT-AUTH.
           IF ACT-SUB > 0
               MOVE AT-HEADS (ACT-SUB, TYPE-IDX) TO PT-ACTUAL
               COMPUTE HEAD-VAR = PB-AUTH-HEADS (TYPE-IDX)
                   - AT-HEADS (ACT-SUB, TYPE-IDX)
               ADD AT-HEADS (ACT-SUB, TYPE-IDX) TO DEPT-ACTUAL
           ELSE
               MOVE 0 TO PT-ACTUAL
               COMPUTE HEAD-VAR = PB-AUTH-HEADS (TYPE-IDX)
           END-IF.
           ADD PB-AUTH-HEADS (TYPE-IDX) TO DEPT-AUTH.
           IF PB-AUTH-HEADS (TYPE-IDX) > 0
              OR HEAD-VAR NOT = 0
               MOVE TYPE-IDX TO PT-TYPE
               MOVE TYPE-DESC (TYPE-IDX) TO PT-DESC
               MOVE HEAD-VAR TO PT-VAR
               IF HEAD-VAR < 0
                   MOVE '*OVER*' TO PT-FLAG
                   MOVE 'Y' TO DEPT-OVER-HEADS-SW
               ELSE
                   MOVE SPACES TO PT-FLAG
               END-IF
               WRITE REPORT-REC FROM POSN-TYPE-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-KOUNT
           END-IF.

       4000-COMPANY-TOTALS.

           WRITE REPORT-REC FROM POSN-HEADING2
               AFTER ADVANCING 3 LINES.
           MOVE BUDGET-DEPT-NUM TO PT1-BUDGETED.
           MOVE NOBUDGET-DEPT-NUM TO PT1-NOBUDGET.
           MOVE OVER-HEADS-NUM TO PT1-OVER-HEADS.
           MOVE OVER-DOLLARS-NUM TO PT1-OVER-DOLLARS.
           WRITE REPORT-REC FROM POSN-TOTAL1
               AFTER ADVANCING 2 LINES.
           MOVE TOTAL-AUTH TO PT2-AUTH.
           MOVE TOTAL-ACTUAL TO PT2-ACTUAL.
           COMPUTE HEAD-VAR = TOTAL-AUTH - TOTAL-ACTUAL.
           MOVE HEAD-VAR TO PT2-VAR.
           WRITE REPORT-REC FROM POSN-TOTAL2
               AFTER ADVANCING 1 LINES.
           MOVE 'ANNUAL BUDGET: ' TO PT3-BUDGET-TEXT.
           MOVE TOTAL-BUDGET TO PT3-BUDGET.
           MOVE 'ANNUALIZED PAYROLL: ' TO PT3-ACTUAL-TEXT.
           MOVE TOTAL-ANNUAL TO PT3-ACTUAL.
           COMPUTE PT3-VAR = TOTAL-BUDGET - TOTAL-ANNUAL.
           WRITE REPORT-REC FROM POSN-TOTAL3
               AFTER ADVANCING 1 LINES.
           MOVE 'YTD BUDGET:    ' TO PT3-BUDGET-TEXT.
           MOVE TOTAL-YTD-BUDGET TO PT3-BUDGET.
           MOVE 'YTD GROSS:          ' TO PT3-ACTUAL-TEXT.
           MOVE TOTAL-YTD TO PT3-ACTUAL.
           COMPUTE PT3-VAR = TOTAL-YTD-BUDGET - TOTAL-YTD.
           WRITE REPORT-REC FROM POSN-TOTAL3
               AFTER ADVANCING 1 LINES.

       1400-PRINT-HEAD.

           MOVE PAGE-KOUNT TO HEAD-PAGE.
           MOVE CUR-MON TO HEAD-MON.
           MOVE CUR-DAY TO HEAD-DAY.
           MOVE CUR-YR  TO HEAD-YR.
           WRITE REPORT-REC FROM POSN-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-REC FROM POSN-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE RPT-YEAR TO H3-YEAR.
           MOVE BUDGET-SHARE-PCT TO H3-SHARE.
           WRITE REPORT-REC FROM POSN-HEADING3
               AFTER ADVANCING 1 LINE.
           ADD 1 TO PAGE-KOUNT.
           MOVE ZEROS TO LINE-KOUNT.
