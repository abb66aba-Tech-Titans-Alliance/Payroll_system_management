       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT.
       AUTHOR. YOUR-NAME.

      * Monthly position budget versus actual report.  The single
      * control record on BUDRPT.IN names the fiscal year and the
      * as-of date (normally the last day of the month just closed;
      * blank means today).  For each department budgeted on
      * POSBUD.DAT for that year BUDRPT.OUT lists every position's
      * authorized headcount against the employees filling it on
      * EMPLOYEE.DAT (anyone not terminated) - positions people hold
      * with no budget row show with nothing authorized - then sets
      * the department's cost to date against its budget to date:
      *
      *   actual to date  = GROSS-PAY of every non-voided paycheck
      *                     dated from the start of the fiscal year
      *                     through the as-of date, plus the
      *                     employer tax and match EMPRACCR.DAT
      *                     accrued on those same paychecks
      *   budget to date  = annual budget x months elapsed / months
      *                     in the fiscal year
      *   variance        = budget to date less actual - a minus
      *                     figure is over budget
      *   projected       = actual to date run out at the same
      *                     monthly pace to the end of the year, with
      *                     its variance against the annual budget
      *
      * Months are whole calendar months, the as-of month counting
      * in full.  Cost follows the employee's current home EMP-DEPT,
      * the way PAYREG lists it; a paycheck whose employee is gone
      * falls to "UNASSIGNED".  Departments that paid people but
      * carry no budget are listed after the budgeted ones.  Only
      * the live PAYROLL.DAT is read - run it before PAYARCH rolls
      * the year away.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSBUD-FILE ASSIGN TO "POSBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-BUDGET-KEY
               FILE STATUS IS PBD-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYROLL-KEY
               ALTERNATE RECORD KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "EMPRACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYER-ACCRUAL-KEY
               FILE STATUS IS ACC-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BUDRPT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "BUDRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POSBUD-FILE.
       COPY POSBUDRC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD PAYROLL-FILE.
       COPY PAYREC.

       FD ACCRUAL-FILE.
       COPY EMPACCRC.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 BQ-FISCAL-YEAR       PIC X(4).
          05 BQ-AS-OF-DATE        PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-YEAR           PIC X(4).
       01 WS-AS-OF-DATE            PIC X(10).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-FY-START              PIC X(10)   VALUE SPACES.
       01 WS-FY-END                PIC X(10)   VALUE SPACES.
       01 WS-ACTUAL-END            PIC X(10).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 PBD-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 PAY-FILE-STATUS          PIC XX.
       01 ACC-FILE-STATUS          PIC XX.
       01 WS-ACCRUAL-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-BUDGET-EOF            PIC X       VALUE 'N'.
       01 WS-EMP-EOF               PIC X       VALUE 'N'.
       01 WS-TABLE-FULL-SW         PIC X       VALUE 'N'.
       01 WS-CHECKS-READ           PIC 9(5)    COMP VALUE ZERO.
       01 WS-CHECKS-VOIDED         PIC 9(5)    COMP VALUE ZERO.

      * Whole-month arithmetic - each date becomes yyyy*12+mm.
       01 WS-DATE-PARTS.
          05 WS-DP-YYYY            PIC 9(4).
          05 FILLER                PIC X(1).
          05 WS-DP-MM              PIC 9(2).
          05 FILLER                PIC X(1).
          05 WS-DP-DD              PIC 9(2).
       01 WS-START-MONTHS          PIC 9(6)    COMP VALUE ZERO.
       01 WS-END-MONTHS            PIC 9(6)    COMP VALUE ZERO.
       01 WS-ASOF-MONTHS           PIC 9(6)    COMP VALUE ZERO.
       01 WS-FY-MONTHS             PIC 9(3)    COMP VALUE ZERO.
       01 WS-ELAPSED-MONTHS        PIC 9(3)    COMP VALUE ZERO.

      * Every budgeted position for the year, plus any position
      * people fill without a budget row.
       01 WS-POSITION-TABLE.
          05 WS-POSITION-ENTRY OCCURS 500 TIMES.
             10 WP-DEPT           PIC X(20).
             10 WP-POSITION       PIC X(30).
             10 WP-AUTH           PIC 9(5).
             10 WP-FILLED         PIC 9(5).
             10 WP-BUDGET         PIC 9(9)V99.
       01 WS-POSITION-COUNT        PIC 9(3)    COMP VALUE ZERO.
       01 WS-POS-IDX               PIC 9(3)    COMP.
       01 WS-POS-FOUND             PIC 9(3)    COMP VALUE ZERO.

      * The same figures rolled up by department, with the cost
      * actually paid and accrued to date.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 WDP-DEPT          PIC X(20).
             10 WDP-AUTH          PIC 9(5).
             10 WDP-FILLED        PIC 9(5).
             10 WDP-BUDGET        PIC 9(9)V99.
             10 WDP-GROSS         PIC 9(9)V99.
             10 WDP-EMPLOYER      PIC 9(9)V99.
       01 WS-DEPT-COUNT            PIC 9(3)    COMP VALUE ZERO.
       01 WS-DEPT-IDX              PIC 9(3)    COMP.
       01 WS-DEPT-FOUND            PIC 9(3)    COMP VALUE ZERO.

       01 WS-LOOK-DEPT             PIC X(20).
       01 WS-LOOK-POSITION         PIC X(30).

      * One department's (or the grand total's) cost figures -
      * COMPUTE-BUDGET-FIGURES works from the annual budget and the
      * actual to date.
       01 WS-CALC-ANNUAL           PIC 9(11)V99 VALUE ZERO.
       01 WS-CALC-ACTUAL           PIC 9(11)V99 VALUE ZERO.
       01 WS-CALC-BUDGET-TD        PIC 9(11)V99 VALUE ZERO.
       01 WS-CALC-PROJECTED        PIC 9(11)V99 VALUE ZERO.
       01 WS-CALC-VARIANCE         PIC S9(11)V99 VALUE ZERO.
       01 WS-CALC-PROJ-VARIANCE    PIC S9(11)V99 VALUE ZERO.
       01 WS-OPEN-COUNT            PIC S9(5)   VALUE ZERO.

       01 WS-GT-AUTH               PIC 9(7)    VALUE ZERO.
       01 WS-GT-FILLED             PIC 9(7)    VALUE ZERO.
       01 WS-GT-BUDGET             PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-GROSS              PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-EMPLOYER           PIC 9(11)V99 VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(45) VALUE
             "POSITION BUDGET VERSUS ACTUAL   FISCAL YEAR: ".
          05 WT-FISCAL-YEAR         PIC X(4).
          05 FILLER                 PIC X(11) VALUE "   AS OF: ".
          05 WT-AS-OF-DATE          PIC X(10).

       01 WS-PERIOD-LINE.
          05 FILLER                PIC X(13) VALUE "YEAR RUNS    ".
          05 WR-FY-START            PIC X(10).
          05 FILLER                 PIC X(4)  VALUE " TO ".
          05 WR-FY-END              PIC X(10).
          05 FILLER                 PIC X(20) VALUE
             "   MONTHS ELAPSED: ".
          05 WR-ELAPSED             PIC ZZ9.
          05 FILLER                 PIC X(4)  VALUE " OF ".
          05 WR-FY-MONTHS           PIC ZZ9.

       01 WS-LEGEND-LINE.
          05 FILLER                PIC X(32) VALUE
             "VARIANCE = BUDGET LESS ACTUAL - ".
          05 FILLER                PIC X(30) VALUE
             "A MINUS FIGURE IS OVER BUDGET".

       01 WS-DEPT-HEADING.
          05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
          05 WH-DEPT                PIC X(20).

       01 WS-POSITION-COLUMNS.
          05 FILLER                PIC X(34) VALUE
             "  POSITION                        ".
          05 FILLER                PIC X(50) VALUE
             "  AUTH  FILLED    OPEN     ANNUAL BUDGET".

       01 WS-POSITION-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WP-L-POSITION          PIC X(30).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WP-L-AUTH               PIC ZZZZ9.
          05 FILLER                  PIC X(3)  VALUE SPACES.
          05 WP-L-FILLED              PIC ZZZZ9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WP-L-OPEN                 PIC ZZZZ9-.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WP-L-BUDGET                PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WP-L-NOTE                   PIC X(16).

       01 WS-COST-COLUMNS-1.
          05 FILLER                PIC X(54) VALUE
             "    BUDGET TO DATE     GROSS TO DATE     EMPLOYER COST".
          05 FILLER                PIC X(54) VALUE
             "    ACTUAL TO DATE          VARIANCE     PROJ YEAR-END".
          05 FILLER                PIC X(19) VALUE
             "     PROJ VARIANCE".

       01 WS-COST-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WC-BUDGET-TD           PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WC-GROSS                PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WC-EMPLOYER              PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WC-ACTUAL                 PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WC-VARIANCE                PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WC-PROJECTED                PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(1)  VALUE SPACES.
          05 WC-PROJ-VARIANCE             PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-GRAND-HEADING         PIC X(30) VALUE
          "ALL DEPARTMENTS".

       01 WS-SUMMARY-LINE-1.
          05 FILLER                PIC X(20) VALUE
             "PAYCHECKS READ    :".
          05 WS1-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-2.
          05 FILLER                PIC X(20) VALUE
             "EXCLUDED - VOIDED :".
          05 WS2-COUNT              PIC ZZZZZZ9.

       01 WS-TABLE-FULL-LINE       PIC X(60) VALUE
          "*** TABLE FULL - SOME POSITIONS OR DEPARTMENTS NOT REPORTED".
       01 WS-NO-BUDGET-LINE        PIC X(60) VALUE
          "RUN REFUSED - NO POSITION BUDGET FOR THE FISCAL YEAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM LOAD-POSITION-BUDGET
           PERFORM SET-REPORT-PERIOD
           PERFORM COUNT-FILLED-POSITIONS
           PERFORM ACCUMULATE-ACTUALS
           PERFORM WRITE-HEADER
           PERFORM WRITE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           PERFORM WRITE-GRAND-TOTALS
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           MOVE SPACES TO WS-FISCAL-YEAR
           MOVE SPACES TO WS-AS-OF-DATE
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           NOT AT END
              MOVE BQ-FISCAL-YEAR TO WS-FISCAL-YEAR
              MOVE BQ-AS-OF-DATE  TO WS-AS-OF-DATE
           END-READ
           CLOSE CONTROL-FILE
           IF WS-AS-OF-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              STRING
                 WS-RUN-DATE (1:4) DELIMITED BY SIZE
                 "-"               DELIMITED BY SIZE
                 WS-RUN-DATE (5:2) DELIMITED BY SIZE
                 "-"               DELIMITED BY SIZE
                 WS-RUN-DATE (7:2) DELIMITED BY SIZE
                 INTO WS-AS-OF-DATE
              END-STRING
           END-IF.

       OPEN-FILES.
           OPEN INPUT POSBUD-FILE
           IF PBD-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'BUDRPT  ' 'POSBUD.DAT          '
                  PBD-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'BUDRPT  ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'BUDRPT  ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

      * No EMPRACCR.DAT yet just means nothing accrued so far - the
      * actual is then gross pay alone.
           OPEN INPUT ACCRUAL-FILE
           IF ACC-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ACCRUAL-OPEN-SW
           ELSE
              IF ACC-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'BUDRPT  ' 'EMPRACCR.DAT        '
                     ACC-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

      * The fiscal year is the last part of the key, so the whole
      * file is read and the other years passed over.  Rows arrive
      * in department/position order, which is the order the
      * report lists them in.
       LOAD-POSITION-BUDGET.
           MOVE LOW-VALUES TO POSITION-BUDGET-KEY
           START POSBUD-FILE
               KEY IS NOT LESS THAN POSITION-BUDGET-KEY
           INVALID KEY
              MOVE 'Y' TO WS-BUDGET-EOF
           END-START
           PERFORM LOAD-ONE-BUDGET UNTIL WS-BUDGET-EOF = 'Y'
           IF WS-POSITION-COUNT = ZERO
              MOVE WS-NO-BUDGET-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              PERFORM CLOSE-FILES
              STOP RUN
           END-IF.

       LOAD-ONE-BUDGET.
           READ POSBUD-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-BUDGET-EOF
           NOT AT END
              IF PB-FISCAL-YEAR = WS-FISCAL-YEAR
                 IF WS-FY-START = SPACES OR PB-FY-START < WS-FY-START
                    MOVE PB-FY-START TO WS-FY-START
                 END-IF
                 IF WS-FY-END = SPACES OR PB-FY-END > WS-FY-END
                    MOVE PB-FY-END TO WS-FY-END
                 END-IF
                 MOVE PB-DEPT     TO WS-LOOK-DEPT
                 MOVE PB-POSITION TO WS-LOOK-POSITION
                 PERFORM FIND-OR-ADD-POSITION
                 IF WS-POS-FOUND > ZERO
                    ADD PB-AUTH-HEADCOUNT TO WP-AUTH (WS-POS-FOUND)
                    ADD PB-BUDGET-COST    TO WP-BUDGET (WS-POS-FOUND)
                 END-IF
                 PERFORM FIND-OR-ADD-DEPT
                 IF WS-DEPT-FOUND > ZERO
                    ADD PB-AUTH-HEADCOUNT TO WDP-AUTH (WS-DEPT-FOUND)
                    ADD PB-BUDGET-COST    TO WDP-BUDGET (WS-DEPT-FOUND)
                 END-IF
              END-IF
           END-READ.

      * Months in the year and months of it behind us at the as-of
      * date.  Costs are taken no later than the year end, so a
      * report run after the year has closed shows the full year.
       SET-REPORT-PERIOD.
           MOVE WS-FY-START TO WS-DATE-PARTS
           COMPUTE WS-START-MONTHS = WS-DP-YYYY * 12 + WS-DP-MM
           MOVE WS-FY-END TO WS-DATE-PARTS
           COMPUTE WS-END-MONTHS = WS-DP-YYYY * 12 + WS-DP-MM
           MOVE WS-AS-OF-DATE TO WS-DATE-PARTS
           COMPUTE WS-ASOF-MONTHS = WS-DP-YYYY * 12 + WS-DP-MM
           COMPUTE WS-FY-MONTHS = WS-END-MONTHS - WS-START-MONTHS + 1
           IF WS-AS-OF-DATE < WS-FY-START
              MOVE ZERO TO WS-ELAPSED-MONTHS
           ELSE
              IF WS-AS-OF-DATE > WS-FY-END
                 MOVE WS-FY-MONTHS TO WS-ELAPSED-MONTHS
              ELSE
                 COMPUTE WS-ELAPSED-MONTHS =
                     WS-ASOF-MONTHS - WS-START-MONTHS + 1
              END-IF
           END-IF
           IF WS-AS-OF-DATE > WS-FY-END
              MOVE WS-FY-END TO WS-ACTUAL-END
           ELSE
              MOVE WS-AS-OF-DATE TO WS-ACTUAL-END
           END-IF.

      * Anyone not terminated fills the slot on the master - an
      * inactive employee still holds the position.
       COUNT-FILLED-POSITIONS.
           MOVE LOW-VALUES TO PSEMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN PSEMP-ID
           INVALID KEY
              MOVE 'Y' TO WS-EMP-EOF
           END-START
           PERFORM COUNT-ONE-EMPLOYEE UNTIL WS-EMP-EOF = 'Y'.

       COUNT-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EMP-EOF
           NOT AT END
              IF PSEMP-STATUS NOT = 'T'
                 MOVE PSEMP-DEPT     TO WS-LOOK-DEPT
                 MOVE PSEMP-POSITION TO WS-LOOK-POSITION
                 PERFORM FIND-OR-ADD-POSITION
                 IF WS-POS-FOUND > ZERO
                    ADD 1 TO WP-FILLED (WS-POS-FOUND)
                 END-IF
                 PERFORM FIND-OR-ADD-DEPT
                 IF WS-DEPT-FOUND > ZERO
                    ADD 1 TO WDP-FILLED (WS-DEPT-FOUND)
                 END-IF
              END-IF
           END-READ.

      * The PAY-DATE alternate index positions the read at the first
      * paycheck of the fiscal year.
       ACCUMULATE-ACTUALS.
           IF WS-ELAPSED-MONTHS > ZERO
              MOVE WS-FY-START TO PAY-DATE
              START PAYROLL-FILE KEY IS NOT LESS THAN PAY-DATE
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-FILE
              END-START
              PERFORM READ-PAYROLL-RECORDS UNTIL WS-END-OF-FILE = 'Y'
           END-IF.

       READ-PAYROLL-RECORDS.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE > WS-ACTUAL-END
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-CHECKS-READ
                 IF PAY-STATUS = 'V'
                    ADD 1 TO WS-CHECKS-VOIDED
                 ELSE
                    PERFORM COST-ONE-PAYCHECK
                 END-IF
              END-IF
           END-READ.

       COST-ONE-PAYCHECK.
           MOVE EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE "UNASSIGNED" TO WS-LOOK-DEPT
           NOT INVALID KEY
              MOVE PSEMP-DEPT   TO WS-LOOK-DEPT
           END-READ
           PERFORM FIND-OR-ADD-DEPT
           IF WS-DEPT-FOUND > ZERO
              ADD GROSS-PAY TO WDP-GROSS (WS-DEPT-FOUND)
              IF WS-ACCRUAL-OPEN-SW = 'Y'
                 MOVE EMP-ID   TO EA-EMP-ID
                 MOVE PAY-DATE TO EA-PAY-DATE
                 READ ACCRUAL-FILE
                 NOT INVALID KEY
                    ADD EA-EMPLOYER-TAX EA-MATCH-AMOUNT
                        TO WDP-EMPLOYER (WS-DEPT-FOUND)
                 END-READ
              END-IF
           END-IF.

      * Table lookups - the entry for WS-LOOK-DEPT(/WS-LOOK-POSITION)
      * is opened with zero counts the first time it is seen.  A
      * full table leaves the found index zero and flags the report.
       FIND-OR-ADD-POSITION.
           MOVE ZERO TO WS-POS-FOUND
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POSITION-COUNT
                  OR WS-POS-FOUND > ZERO
              IF WP-DEPT (WS-POS-IDX) = WS-LOOK-DEPT
                 AND WP-POSITION (WS-POS-IDX) = WS-LOOK-POSITION
                 MOVE WS-POS-IDX TO WS-POS-FOUND
              END-IF
           END-PERFORM
           IF WS-POS-FOUND = ZERO
              IF WS-POSITION-COUNT < 500
                 ADD 1 TO WS-POSITION-COUNT
                 MOVE WS-POSITION-COUNT TO WS-POS-FOUND
                 MOVE WS-LOOK-DEPT     TO WP-DEPT (WS-POS-FOUND)
                 MOVE WS-LOOK-POSITION TO WP-POSITION (WS-POS-FOUND)
                 MOVE ZERO TO WP-AUTH (WS-POS-FOUND)
                 MOVE ZERO TO WP-FILLED (WS-POS-FOUND)
                 MOVE ZERO TO WP-BUDGET (WS-POS-FOUND)
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF.

       FIND-OR-ADD-DEPT.
           MOVE ZERO TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND > ZERO
              IF WDP-DEPT (WS-DEPT-IDX) = WS-LOOK-DEPT
                 MOVE WS-DEPT-IDX TO WS-DEPT-FOUND
              END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = ZERO
              IF WS-DEPT-COUNT < 100
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                 MOVE WS-LOOK-DEPT TO WDP-DEPT (WS-DEPT-FOUND)
                 MOVE ZERO TO WDP-AUTH (WS-DEPT-FOUND)
                 MOVE ZERO TO WDP-FILLED (WS-DEPT-FOUND)
                 MOVE ZERO TO WDP-BUDGET (WS-DEPT-FOUND)
                 MOVE ZERO TO WDP-GROSS (WS-DEPT-FOUND)
                 MOVE ZERO TO WDP-EMPLOYER (WS-DEPT-FOUND)
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF.

       WRITE-HEADER.
           MOVE WS-FISCAL-YEAR    TO WT-FISCAL-YEAR
           MOVE WS-AS-OF-DATE     TO WT-AS-OF-DATE
           MOVE WS-TITLE-LINE     TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-FY-START       TO WR-FY-START
           MOVE WS-FY-END         TO WR-FY-END
           MOVE WS-ELAPSED-MONTHS TO WR-ELAPSED
           MOVE WS-FY-MONTHS      TO WR-FY-MONTHS
           MOVE WS-PERIOD-LINE    TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-LEGEND-LINE    TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * One department block - its positions, the headcount total
      * and the cost line.  Grand totals accumulate as it goes.
       WRITE-DEPARTMENT.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WDP-DEPT (WS-DEPT-IDX) TO WH-DEPT
           MOVE WS-DEPT-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-POSITION-COLUMNS TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM WRITE-DEPT-POSITION
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POSITION-COUNT

           MOVE "DEPARTMENT TOTAL"        TO WP-L-POSITION
           MOVE WDP-AUTH (WS-DEPT-IDX)    TO WP-L-AUTH
           MOVE WDP-FILLED (WS-DEPT-IDX)  TO WP-L-FILLED
           COMPUTE WS-OPEN-COUNT =
               WDP-AUTH (WS-DEPT-IDX) - WDP-FILLED (WS-DEPT-IDX)
           MOVE WS-OPEN-COUNT             TO WP-L-OPEN
           MOVE WDP-BUDGET (WS-DEPT-IDX)  TO WP-L-BUDGET
           IF WDP-BUDGET (WS-DEPT-IDX) = ZERO
              AND WDP-AUTH (WS-DEPT-IDX) = ZERO
              MOVE "NO BUDGET"            TO WP-L-NOTE
           ELSE
              MOVE SPACES                 TO WP-L-NOTE
           END-IF
           MOVE WS-POSITION-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WDP-BUDGET (WS-DEPT-IDX) TO WS-CALC-ANNUAL
           COMPUTE WS-CALC-ACTUAL =
               WDP-GROSS (WS-DEPT-IDX) + WDP-EMPLOYER (WS-DEPT-IDX)
           PERFORM COMPUTE-BUDGET-FIGURES
           MOVE WDP-GROSS (WS-DEPT-IDX)    TO WC-GROSS
           MOVE WDP-EMPLOYER (WS-DEPT-IDX) TO WC-EMPLOYER
           PERFORM WRITE-COST-LINES

           ADD WDP-AUTH (WS-DEPT-IDX)     TO WS-GT-AUTH
           ADD WDP-FILLED (WS-DEPT-IDX)   TO WS-GT-FILLED
           ADD WDP-BUDGET (WS-DEPT-IDX)   TO WS-GT-BUDGET
           ADD WDP-GROSS (WS-DEPT-IDX)    TO WS-GT-GROSS
           ADD WDP-EMPLOYER (WS-DEPT-IDX) TO WS-GT-EMPLOYER.

       WRITE-DEPT-POSITION.
           IF WP-DEPT (WS-POS-IDX) = WDP-DEPT (WS-DEPT-IDX)
              MOVE WP-POSITION (WS-POS-IDX) TO WP-L-POSITION
              MOVE WP-AUTH (WS-POS-IDX)     TO WP-L-AUTH
              MOVE WP-FILLED (WS-POS-IDX)   TO WP-L-FILLED
              COMPUTE WS-OPEN-COUNT =
                  WP-AUTH (WS-POS-IDX) - WP-FILLED (WS-POS-IDX)
              MOVE WS-OPEN-COUNT            TO WP-L-OPEN
              MOVE WP-BUDGET (WS-POS-IDX)   TO WP-L-BUDGET
              EVALUATE TRUE
                  WHEN WP-AUTH (WS-POS-IDX) = ZERO
                       AND WP-BUDGET (WS-POS-IDX) = ZERO
                       MOVE "NOT BUDGETED"   TO WP-L-NOTE
                  WHEN WS-OPEN-COUNT < ZERO
                       MOVE "OVER HEADCOUNT" TO WP-L-NOTE
                  WHEN OTHER
                       MOVE SPACES           TO WP-L-NOTE
              END-EVALUATE
              MOVE WS-POSITION-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

      * Budget to date is the annual budget spread evenly over the
      * months of the year; the projection runs the actual to date
      * on at the same monthly rate.
       COMPUTE-BUDGET-FIGURES.
           IF WS-ELAPSED-MONTHS = ZERO OR WS-FY-MONTHS = ZERO
              MOVE ZERO TO WS-CALC-BUDGET-TD
              MOVE ZERO TO WS-CALC-PROJECTED
           ELSE
              COMPUTE WS-CALC-BUDGET-TD ROUNDED =
                  WS-CALC-ANNUAL * WS-ELAPSED-MONTHS / WS-FY-MONTHS
              COMPUTE WS-CALC-PROJECTED ROUNDED =
                  WS-CALC-ACTUAL * WS-FY-MONTHS / WS-ELAPSED-MONTHS
           END-IF
           COMPUTE WS-CALC-VARIANCE =
               WS-CALC-BUDGET-TD - WS-CALC-ACTUAL
           COMPUTE WS-CALC-PROJ-VARIANCE =
               WS-CALC-ANNUAL - WS-CALC-PROJECTED.

       WRITE-COST-LINES.
           MOVE WS-COST-COLUMNS-1 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-CALC-BUDGET-TD     TO WC-BUDGET-TD
           MOVE WS-CALC-ACTUAL        TO WC-ACTUAL
           MOVE WS-CALC-VARIANCE      TO WC-VARIANCE
           MOVE WS-CALC-PROJECTED     TO WC-PROJECTED
           MOVE WS-CALC-PROJ-VARIANCE TO WC-PROJ-VARIANCE
           MOVE WS-COST-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-GRAND-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-POSITION-COLUMNS TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "ALL POSITIONS"   TO WP-L-POSITION
           MOVE WS-GT-AUTH        TO WP-L-AUTH
           MOVE WS-GT-FILLED      TO WP-L-FILLED
           COMPUTE WS-OPEN-COUNT = WS-GT-AUTH - WS-GT-FILLED
           MOVE WS-OPEN-COUNT     TO WP-L-OPEN
           MOVE WS-GT-BUDGET      TO WP-L-BUDGET
           MOVE SPACES            TO WP-L-NOTE
           MOVE WS-POSITION-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-GT-BUDGET TO WS-CALC-ANNUAL
           COMPUTE WS-CALC-ACTUAL = WS-GT-GROSS + WS-GT-EMPLOYER
           PERFORM COMPUTE-BUDGET-FIGURES
           MOVE WS-GT-GROSS    TO WC-GROSS
           MOVE WS-GT-EMPLOYER TO WC-EMPLOYER
           PERFORM WRITE-COST-LINES.

       WRITE-SUMMARY.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-CHECKS-READ TO WS1-COUNT
           MOVE WS-SUMMARY-LINE-1 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-CHECKS-VOIDED TO WS2-COUNT
           MOVE WS-SUMMARY-LINE-2 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-TABLE-FULL-SW = 'Y'
              MOVE WS-TABLE-FULL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       CLOSE-FILES.
           CLOSE POSBUD-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-FILE
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              CLOSE ACCRUAL-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM BUDRPT.
