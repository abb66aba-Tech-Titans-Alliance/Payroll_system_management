       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPROV.
       AUTHOR. YOUR-NAME.

      * Retirement plan contribution file for the plan provider, run
      * once per pay date after PAYCALC has posted the period.  For
      * every employee whose live paycheck on the PAY-DATE carries
      * a retirement contribution it writes one provider record:
      * the employee deferral (the percentage-method deductions
      * itemized on PAYDED.DAT), the employer match accrued on
      * EMPRACCR.DAT, hire date, employment status and birth date
      * off the employee master, and the calendar-year-to-date
      * deferral and match through the PAY-DATE.  Voided paychecks
      * are left out of every figure.
      *
      * RETPROV.DAT is the provider file - a header, one '6' detail
      * per participant and a trailer carrying the participant count
      * and the deferral and match totals.  RETPROV.OUT lists the
      * same records for payroll and closes with the LIMIT WATCH:
      * every employee paid on the PAY-DATE whose year-to-date
      * deferral has REACHED the annual limit in force on
      * RETLIMIT.DAT (with the catch-up allowance where the
      * employee's age earns it), or is APPROACHING it - at or past
      * the watch percentage of it.
      *
      * RETPROV.IN carries the PAY-DATE and the watch percentage;
      * a blank or zero percentage watches from 90.  The calendar
      * gates the run: the period must be defined and calculated.
      * Nothing is updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYROLL-KEY
               ALTERNATE RECORD KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PAY-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT DEDUCT-FILE ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEDUCTION-KEY
               FILE STATUS IS DED-FILE-STATUS.

           SELECT PAYDED-FILE ASSIGN TO "PAYDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "EMPRACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYER-ACCRUAL-KEY
               FILE STATUS IS ACC-FILE-STATUS.

           SELECT RETLIMIT-FILE ASSIGN TO "RETLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLM-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RETPROV.WRK".

           SELECT CONTROL-FILE ASSIGN TO "RETPROV.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "RETPROV.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROVIDER-FILE ASSIGN TO "RETPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       COPY PAYREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD CALENDAR-FILE.
       COPY PAYCALRC.

       FD DEDUCT-FILE.
       COPY DEDREC.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD ACCRUAL-FILE.
       COPY EMPACCRC.

       FD RETLIMIT-FILE.
       COPY RETLIMRC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-EMP-ID            PIC X(10).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 RP-PAY-DATE          PIC X(10).
          05 RP-WATCH-PERCENT     PIC X(3).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       FD PROVIDER-FILE.
       01 PROVIDER-RECORD          PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-PAY-DATE              PIC X(10).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-WATCH-PCT             PIC 9(3)    VALUE 90.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 CAL-FILE-STATUS          PIC XX.
       01 DED-FILE-STATUS          PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 ACC-FILE-STATUS          PIC XX.
       01 RLM-FILE-STATUS          PIC XX.
       01 WS-ACCRUAL-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-EMP-FOUND-SW          PIC X       VALUE 'N'.

      * Deferral limit rows off RETLIMIT.DAT; the row in force for
      * the PAY-DATE is picked once, the catch-up per employee.
       01 WS-RETLIM-TABLE.
          05 WS-RETLIM-ENTRY OCCURS 50 TIMES.
             10 WR-EFFECTIVE-DATE PIC X(10).
             10 WR-DEFERRAL-LIMIT PIC 9(7)V99.
             10 WR-CATCHUP-AGE    PIC 9(3).
             10 WR-CATCHUP-LIMIT  PIC 9(7)V99.
       01 WS-RETLIM-COUNT          PIC 9(3)    COMP VALUE ZERO.
       01 WS-RETLIM-IDX            PIC 9(3)    COMP.
       01 WS-RETLIMIT-EOF          PIC X       VALUE 'N'.
       01 WS-RETLIM-BEST-DATE      PIC X(10)   VALUE SPACES.
       01 WS-LIMIT-FOUND-SW        PIC X       VALUE 'N'.
       01 WS-BASE-LIMIT            PIC 9(7)V99 VALUE ZERO.
       01 WS-CATCHUP-AGE           PIC 9(3)    VALUE ZERO.
       01 WS-CATCHUP-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01 WS-EMP-LIMIT             PIC 9(7)V99 VALUE ZERO.
       01 WS-WATCH-THRESHOLD       PIC 9(7)V99 VALUE ZERO.
       01 WS-PAY-YEAR              PIC 9(4)    VALUE ZERO.
       01 WS-BIRTH-YEAR            PIC 9(4)    VALUE ZERO.
       01 WS-EMP-AGE               PIC 9(4)    VALUE ZERO.

      * The employee in hand and the year walked for them
       01 WS-CURRENT-EMP-ID        PIC X(10).
       01 WS-YEAR-START.
          05 WS-YEAR-START-YYYY    PIC X(4).
          05 FILLER                PIC X(6)    VALUE '-01-01'.
       01 WS-YTD-EOF               PIC X       VALUE 'N'.
       01 WS-DED-EOF               PIC X       VALUE 'N'.
       01 WS-CHECK-DEFERRAL        PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-MATCH           PIC 9(7)V99 VALUE ZERO.
       01 WS-PERIOD-DEFERRAL       PIC 9(7)V99 VALUE ZERO.
       01 WS-PERIOD-MATCH          PIC 9(7)V99 VALUE ZERO.
       01 WS-YTD-DEFERRAL          PIC 9(7)V99 VALUE ZERO.
       01 WS-YTD-MATCH             PIC 9(7)V99 VALUE ZERO.
       01 WS-PCT-USED              PIC 9(5)V9  VALUE ZERO.

      * Run totals
       01 WS-PARTICIPANT-COUNT     PIC 9(5)    COMP VALUE ZERO.
       01 WS-DEFERRAL-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-MATCH-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-YTD-DEFERRAL-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-YTD-MATCH-TOTAL       PIC 9(9)V99 VALUE ZERO.

      * Employees at or near the limit, held for the LIMIT WATCH
      * section that closes the report.  Any past the table's
      * capacity are counted so the section says it is incomplete.
       01 WS-WATCH-TABLE.
          05 WS-WATCH-ENTRY OCCURS 500 TIMES.
             10 WW-EMP-ID         PIC X(10).
             10 WW-NAME           PIC X(25).
             10 WW-YTD-DEFERRAL   PIC 9(7)V99.
             10 WW-LIMIT          PIC 9(7)V99.
             10 WW-PCT-USED       PIC 9(5)V9.
             10 WW-FLAG           PIC X(11).
       01 WS-WATCH-COUNT           PIC 9(3)    COMP VALUE ZERO.
       01 WS-WATCH-IDX             PIC 9(3)    COMP.
       01 WS-WATCH-OVERFLOW        PIC 9(5)    COMP VALUE ZERO.
       01 WS-WATCH-FLAG            PIC X(11).

       01 WS-HEADER-LINE.
          05 FILLER                PIC X(40) VALUE
             "RETIREMENT CONTRIBUTIONS FOR PAY-DATE : ".
          05 WH-PAY-DATE            PIC X(10).
          05 FILLER                 PIC X(11) VALUE
             "   RUN ON  ".
          05 WH-RUN-DATE             PIC X(8).

       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE "EMP-ID".
          05 FILLER                  PIC X(27) VALUE "NAME".
          05 FILLER                   PIC X(13) VALUE "HIRED".
          05 FILLER                    PIC X(4)  VALUE "S".
          05 FILLER                     PIC X(14) VALUE
             "    DEFERRAL".
          05 FILLER                      PIC X(14) VALUE
             "       MATCH".
          05 FILLER                       PIC X(14) VALUE
             "YTD DEFERRAL".
          05 FILLER                        PIC X(12) VALUE
             "   YTD MATCH".

       01 WS-DETAIL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WD-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WD-NAME                 PIC X(25).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WD-HIRE-DATE             PIC X(10).
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WD-STATUS                 PIC X(1).
          05 FILLER                    PIC X(3)  VALUE SPACES.
          05 WD-DEFERRAL                PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WD-MATCH                    PIC Z,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)  VALUE SPACES.
          05 WD-YTD-DEFERRAL              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WD-YTD-MATCH                  PIC Z,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 FILLER                 PIC X(15) VALUE
             "PARTICIPANTS : ".
          05 WT-COUNT                PIC ZZZZ9.
          05 FILLER                  PIC X(36) VALUE SPACES.
          05 WT-DEFERRAL              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WT-MATCH                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WT-YTD-DEFERRAL            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WT-YTD-MATCH                PIC Z,ZZZ,ZZ9.99.

       01 WS-WATCH-HEADING.
          05 FILLER                PIC X(47) VALUE
             "LIMIT WATCH - YEAR-TO-DATE DEFERRAL AT OR PAST ".
          05 WH-WATCH-PCT           PIC ZZ9.
          05 FILLER                 PIC X(14) VALUE
             "% OF THE LIMIT".

       01 WS-WATCH-COLUMNS.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE "EMP-ID".
          05 FILLER                  PIC X(27) VALUE "NAME".
          05 FILLER                   PIC X(14) VALUE
             "YTD DEFERRAL".
          05 FILLER                    PIC X(14) VALUE
             "       LIMIT".
          05 FILLER                     PIC X(10) VALUE
             "    USED".
          05 FILLER                      PIC X(11) VALUE "STATUS".

       01 WS-WATCH-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WW-LINE-EMP-ID         PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WW-LINE-NAME            PIC X(25).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WW-LINE-YTD              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WW-LINE-LIMIT             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WW-LINE-PCT                PIC ZZZZ9.9.
          05 FILLER                     PIC X(3)  VALUE "%  ".
          05 WW-LINE-FLAG                PIC X(11).

       01 WS-NO-WATCH-LINE         PIC X(50) VALUE
          "  NO EMPLOYEE AT OR NEAR THE LIMIT".
       01 WS-NO-LIMIT-LINE         PIC X(50) VALUE
          "  NO DEFERRAL LIMIT IN FORCE FOR THE PAY-DATE".
       01 WS-WATCH-FULL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WF-OVERFLOW            PIC ZZZZ9.
          05 FILLER                 PIC X(45) VALUE
             " MORE EMPLOYEES AT OR NEAR THE LIMIT UNLISTED".

      * RETPROV.DAT - the contribution file for the plan provider
       01 WS-PROV-HEADER.
          05 FILLER               PIC X(1)  VALUE "1".
          05 FILLER                PIC X(20) VALUE
             "RETIREMENT CONTRIB  ".
          05 WP-HDR-PAY-DATE        PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-HDR-RUN-DATE         PIC X(8).

       01 WS-PROV-DETAIL.
          05 FILLER                 PIC X(1)  VALUE "6".
          05 WP-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-NAME                PIC X(30).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-HIRE-DATE           PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-STATUS              PIC X(1).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-BIRTH-DATE          PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-DEFERRAL            PIC 9(7)V99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-MATCH               PIC 9(7)V99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-YTD-DEFERRAL        PIC 9(7)V99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WP-YTD-MATCH           PIC 9(7)V99.

       01 WS-PROV-TRAILER.
          05 FILLER               PIC X(1)  VALUE "8".
          05 FILLER                PIC X(15) VALUE
             "PARTICIPANTS  :".
          05 WP-TRL-COUNT           PIC Z(6)9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE
             "DEFERRALS :".
          05 WP-TRL-DEFERRAL           PIC Z(8)9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE
             "MATCH :".
          05 WP-TRL-MATCH                 PIC Z(8)9.99.

       01 WS-NO-PERIOD-LINE        PIC X(50) VALUE
          "RUN REFUSED - PAY-DATE IS NOT A DEFINED PAY PERIOD".
       01 WS-NOT-CALC-LINE         PIC X(50) VALUE
          "RUN REFUSED - PERIOD NOT YET CALCULATED".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM CHECK-PAY-PERIOD
           PERFORM LOAD-DEFERRAL-LIMITS
           PERFORM SELECT-DEFERRAL-LIMIT
           OPEN OUTPUT PROVIDER-FILE
           PERFORM WRITE-HEADERS
           SORT SORT-WORK-FILE ON ASCENDING KEY SRT-EMP-ID
               INPUT PROCEDURE IS RELEASE-PERIOD-PAYCHECKS
               OUTPUT PROCEDURE IS REPORT-PARTICIPANTS
           PERFORM WRITE-TOTALS
           PERFORM WRITE-LIMIT-WATCH
           CLOSE PROVIDER-FILE
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           MOVE RP-PAY-DATE TO WS-PAY-DATE
           IF RP-WATCH-PERCENT IS NUMERIC
              AND RP-WATCH-PERCENT NOT = '000'
              MOVE RP-WATCH-PERCENT TO WS-WATCH-PCT
           END-IF
           CLOSE CONTROL-FILE.

       OPEN-FILES.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'RETPROV ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'RETPROV ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'RETPROV ' 'PAYCAL.DAT          '
                  CAL-FILE-STATUS
              STOP RUN.

           OPEN INPUT DEDUCT-FILE
           IF DED-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'RETPROV ' 'DEDMAST.DAT         '
                  DED-FILE-STATUS
              STOP RUN.

           OPEN INPUT PAYDED-FILE
           IF PDD-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'RETPROV ' 'PAYDED.DAT          '
                  PDD-FILE-STATUS
              STOP RUN.

      * No EMPRACCR.DAT yet just means nothing has accrued - every
      * match is then zero.
           OPEN INPUT ACCRUAL-FILE
           IF ACC-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ACCRUAL-OPEN-SW
           ELSE
              IF ACC-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'RETPROV ' 'EMPRACCR.DAT        '
                     ACC-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

      * The figures are the posted deductions and accruals, so the
      * period must have been calculated.  A deposited or closed
      * period is fine - the provider file often follows payday.
       CHECK-PAY-PERIOD.
           MOVE WS-PAY-DATE TO CAL-PAY-DATE
           READ CALENDAR-FILE
           INVALID KEY
              MOVE WS-NO-PERIOD-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-READ
           IF CAL-STATUS = 'O'
              MOVE WS-NOT-CALC-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-IF.

       REFUSE-RUN.
           WRITE OUTPUT-RECORD
           PERFORM CLOSE-FILES
           STOP RUN.

      * No RETLIMIT.DAT still gives the provider its file - the
      * LIMIT WATCH section then says no limit is in force.
       LOAD-DEFERRAL-LIMITS.
           MOVE ZERO TO WS-RETLIM-COUNT
           OPEN INPUT RETLIMIT-FILE
           IF RLM-FILE-STATUS = '00'
              MOVE 'N' TO WS-RETLIMIT-EOF
              PERFORM LOAD-ONE-DEFERRAL-LIMIT
                  UNTIL WS-RETLIMIT-EOF = 'Y'
              CLOSE RETLIMIT-FILE
           END-IF.

       LOAD-ONE-DEFERRAL-LIMIT.
           READ RETLIMIT-FILE
           AT END
              MOVE 'Y' TO WS-RETLIMIT-EOF
           NOT AT END
              IF WS-RETLIM-COUNT < 50
                 ADD 1 TO WS-RETLIM-COUNT
                 MOVE RL-EFFECTIVE-DATE
                      TO WR-EFFECTIVE-DATE (WS-RETLIM-COUNT)
                 MOVE RL-DEFERRAL-LIMIT
                      TO WR-DEFERRAL-LIMIT (WS-RETLIM-COUNT)
                 MOVE RL-CATCHUP-AGE
                      TO WR-CATCHUP-AGE (WS-RETLIM-COUNT)
                 MOVE RL-CATCHUP-LIMIT
                      TO WR-CATCHUP-LIMIT (WS-RETLIM-COUNT)
              END-IF
           END-READ.

      * Latest effective date on or before the PAY-DATE wins - the
      * row PAYCALC held the period's deferrals to.
       SELECT-DEFERRAL-LIMIT.
           MOVE 'N' TO WS-LIMIT-FOUND-SW
           PERFORM VARYING WS-RETLIM-IDX FROM 1 BY 1
                   UNTIL WS-RETLIM-IDX > WS-RETLIM-COUNT
              IF WR-EFFECTIVE-DATE (WS-RETLIM-IDX)
                  NOT GREATER THAN WS-PAY-DATE
                 AND WR-EFFECTIVE-DATE (WS-RETLIM-IDX)
                     GREATER THAN WS-RETLIM-BEST-DATE
                 MOVE WR-EFFECTIVE-DATE (WS-RETLIM-IDX)
                      TO WS-RETLIM-BEST-DATE
                 MOVE WR-DEFERRAL-LIMIT (WS-RETLIM-IDX)
                      TO WS-BASE-LIMIT
                 MOVE WR-CATCHUP-AGE (WS-RETLIM-IDX)
                      TO WS-CATCHUP-AGE
                 MOVE WR-CATCHUP-LIMIT (WS-RETLIM-IDX)
                      TO WS-CATCHUP-AMOUNT
                 MOVE 'Y' TO WS-LIMIT-FOUND-SW
              END-IF
           END-PERFORM
           MOVE WS-PAY-DATE (1:4) TO WS-PAY-YEAR.

       WRITE-HEADERS.
           MOVE WS-PAY-DATE TO WH-PAY-DATE
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           MOVE WS-HEADER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COLUMN-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-PAY-DATE TO WP-HDR-PAY-DATE
           MOVE WS-RUN-DATE TO WP-HDR-RUN-DATE
           MOVE WS-PROV-HEADER TO PROVIDER-RECORD
           WRITE PROVIDER-RECORD.

      * The period's paychecks come off the PAY-DATE alternate index
      * and are sorted back into EMP-ID order, so that each
      * employee's year can then be walked on the primary key
      * without the two reads fighting over one key of reference.
       RELEASE-PERIOD-PAYCHECKS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE WS-PAY-DATE TO PAY-DATE
           START PAYROLL-FILE KEY IS EQUAL TO PAY-DATE
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM RELEASE-ONE-PAYCHECK UNTIL WS-END-OF-FILE = 'Y'.

       RELEASE-ONE-PAYCHECK.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE NOT = WS-PAY-DATE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF PAY-STATUS NOT = 'V'
                    MOVE EMP-ID TO SRT-EMP-ID
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-READ.

       REPORT-PARTICIPANTS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM REPORT-ONE-PARTICIPANT UNTIL WS-SORT-EOF = 'Y'.

       REPORT-ONE-PARTICIPANT.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              MOVE SRT-EMP-ID TO WS-CURRENT-EMP-ID
              PERFORM LOOKUP-EMPLOYEE
              PERFORM SUM-EMPLOYEE-YEAR
              IF WS-PERIOD-DEFERRAL > ZERO OR WS-PERIOD-MATCH > ZERO
                 PERFORM WRITE-PARTICIPANT
              END-IF
              IF WS-LIMIT-FOUND-SW = 'Y'
                 PERFORM CHECK-LIMIT-WATCH
              END-IF
           END-RETURN.

       LOOKUP-EMPLOYEE.
           MOVE WS-CURRENT-EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-EMP-FOUND-SW
              MOVE SPACES TO EMPLOYEE-RECORD
              MOVE WS-CURRENT-EMP-ID TO PSEMP-ID
              MOVE "NOT ON EMPLOYEE MASTER" TO PSEMP-NAME
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ.

      * Every live paycheck from 1 January through the PAY-DATE:
      * each one's percentage-method lines off PAYDED.DAT are its
      * deferral and its EMPRACCR.DAT accrual its match.  The
      * PAY-DATE's own paycheck is the period figure.
       SUM-EMPLOYEE-YEAR.
           MOVE ZERO TO WS-PERIOD-DEFERRAL
           MOVE ZERO TO WS-PERIOD-MATCH
           MOVE ZERO TO WS-YTD-DEFERRAL
           MOVE ZERO TO WS-YTD-MATCH
           MOVE WS-PAY-DATE (1:4) TO WS-YEAR-START-YYYY
           MOVE 'N'               TO WS-YTD-EOF
           MOVE WS-CURRENT-EMP-ID TO EMP-ID
           MOVE WS-YEAR-START     TO PAY-DATE
           START PAYROLL-FILE KEY IS NOT LESS THAN PAYROLL-KEY
           INVALID KEY
              MOVE 'Y' TO WS-YTD-EOF
           END-START
           PERFORM SUM-ONE-YEAR-PAYCHECK UNTIL WS-YTD-EOF = 'Y'.

       SUM-ONE-YEAR-PAYCHECK.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-YTD-EOF
           NOT AT END
              IF EMP-ID NOT = WS-CURRENT-EMP-ID
                 OR PAY-DATE > WS-PAY-DATE
                 MOVE 'Y' TO WS-YTD-EOF
              ELSE
                 IF PAY-STATUS NOT = 'V'
                    PERFORM SUM-PAYCHECK-CONTRIBUTIONS
                 END-IF
              END-IF
           END-READ.

       SUM-PAYCHECK-CONTRIBUTIONS.
           MOVE ZERO TO WS-CHECK-DEFERRAL
           MOVE ZERO TO WS-CHECK-MATCH
           MOVE 'N'        TO WS-DED-EOF
           MOVE EMP-ID     TO PD-EMP-ID
           MOVE PAY-DATE   TO PD-PAY-DATE
           MOVE LOW-VALUES TO PD-CODE
           START PAYDED-FILE KEY IS NOT LESS THAN PAY-DEDUCTION-KEY
           INVALID KEY
              MOVE 'Y' TO WS-DED-EOF
           END-START
           PERFORM SUM-ONE-DEFERRAL-LINE UNTIL WS-DED-EOF = 'Y'

           IF WS-ACCRUAL-OPEN-SW = 'Y'
              MOVE EMP-ID   TO EA-EMP-ID
              MOVE PAY-DATE TO EA-PAY-DATE
              READ ACCRUAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE EA-MATCH-AMOUNT TO WS-CHECK-MATCH
              END-READ
           END-IF

           ADD WS-CHECK-DEFERRAL TO WS-YTD-DEFERRAL
           ADD WS-CHECK-MATCH    TO WS-YTD-MATCH
           IF PAY-DATE = WS-PAY-DATE
              MOVE WS-CHECK-DEFERRAL TO WS-PERIOD-DEFERRAL
              MOVE WS-CHECK-MATCH    TO WS-PERIOD-MATCH
           END-IF.

      * Only the percentage-method deductions are retirement
      * deferrals - the same test the employer match is figured on.
       SUM-ONE-DEFERRAL-LINE.
           READ PAYDED-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DED-EOF
           NOT AT END
              IF PD-EMP-ID NOT = EMP-ID
                 OR PD-PAY-DATE NOT = PAY-DATE
                 MOVE 'Y' TO WS-DED-EOF
              ELSE
                 MOVE PD-EMP-ID TO DED-EMP-ID
                 MOVE PD-CODE   TO DED-CODE
                 READ DEDUCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DED-METHOD = 'P'
                       ADD PD-AMOUNT TO WS-CHECK-DEFERRAL
                    END-IF
                 END-READ
              END-IF
           END-READ.

       WRITE-PARTICIPANT.
           ADD 1 TO WS-PARTICIPANT-COUNT
           ADD WS-PERIOD-DEFERRAL TO WS-DEFERRAL-TOTAL
           ADD WS-PERIOD-MATCH    TO WS-MATCH-TOTAL
           ADD WS-YTD-DEFERRAL    TO WS-YTD-DEFERRAL-TOTAL
           ADD WS-YTD-MATCH       TO WS-YTD-MATCH-TOTAL

           MOVE WS-CURRENT-EMP-ID  TO WD-EMP-ID
           MOVE PSEMP-NAME         TO WD-NAME
           MOVE PSEMP-JOIN-DATE    TO WD-HIRE-DATE
           MOVE PSEMP-STATUS       TO WD-STATUS
           MOVE WS-PERIOD-DEFERRAL TO WD-DEFERRAL
           MOVE WS-PERIOD-MATCH    TO WD-MATCH
           MOVE WS-YTD-DEFERRAL    TO WD-YTD-DEFERRAL
           MOVE WS-YTD-MATCH       TO WD-YTD-MATCH
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-CURRENT-EMP-ID  TO WP-EMP-ID
           MOVE PSEMP-NAME         TO WP-NAME
           MOVE PSEMP-JOIN-DATE    TO WP-HIRE-DATE
           MOVE PSEMP-STATUS       TO WP-STATUS
           MOVE PSEMP-BIRTH-DATE   TO WP-BIRTH-DATE
           MOVE WS-PERIOD-DEFERRAL TO WP-DEFERRAL
           MOVE WS-PERIOD-MATCH    TO WP-MATCH
           MOVE WS-YTD-DEFERRAL    TO WP-YTD-DEFERRAL
           MOVE WS-YTD-MATCH       TO WP-YTD-MATCH
           MOVE WS-PROV-DETAIL TO PROVIDER-RECORD
           WRITE PROVIDER-RECORD.

      * The employee's own limit is the base limit plus the catch-up
      * allowance when they reach the catch-up age by the end of the
      * PAY-DATE's year - PAYCALC's rule, so the watch agrees with
      * where the deductions actually stop.
       CHECK-LIMIT-WATCH.
           MOVE WS-BASE-LIMIT TO WS-EMP-LIMIT
           IF PSEMP-BIRTH-DATE NOT = SPACES
              AND PSEMP-BIRTH-DATE (1:4) IS NUMERIC
              AND WS-CATCHUP-AGE > ZERO
              MOVE PSEMP-BIRTH-DATE (1:4) TO WS-BIRTH-YEAR
              IF WS-PAY-YEAR > WS-BIRTH-YEAR
                 COMPUTE WS-EMP-AGE = WS-PAY-YEAR - WS-BIRTH-YEAR
                 IF WS-EMP-AGE NOT LESS THAN WS-CATCHUP-AGE
                    ADD WS-CATCHUP-AMOUNT TO WS-EMP-LIMIT
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-WATCH-THRESHOLD ROUNDED =
               WS-EMP-LIMIT * WS-WATCH-PCT / 100
           MOVE SPACES TO WS-WATCH-FLAG
           IF WS-YTD-DEFERRAL > ZERO
              IF WS-YTD-DEFERRAL NOT LESS THAN WS-EMP-LIMIT
                 MOVE "REACHED" TO WS-WATCH-FLAG
              ELSE
                 IF WS-YTD-DEFERRAL NOT LESS THAN WS-WATCH-THRESHOLD
                    MOVE "APPROACHING" TO WS-WATCH-FLAG
                 END-IF
              END-IF
           END-IF

           IF WS-WATCH-FLAG NOT = SPACES
              PERFORM STORE-WATCH-ENTRY
           END-IF.

       STORE-WATCH-ENTRY.
           IF WS-EMP-LIMIT > ZERO
              COMPUTE WS-PCT-USED ROUNDED =
                  WS-YTD-DEFERRAL * 100 / WS-EMP-LIMIT
           ELSE
              MOVE ZERO TO WS-PCT-USED
           END-IF
           IF WS-WATCH-COUNT < 500
              ADD 1 TO WS-WATCH-COUNT
              MOVE WS-CURRENT-EMP-ID TO WW-EMP-ID (WS-WATCH-COUNT)
              MOVE PSEMP-NAME        TO WW-NAME (WS-WATCH-COUNT)
              MOVE WS-YTD-DEFERRAL
                   TO WW-YTD-DEFERRAL (WS-WATCH-COUNT)
              MOVE WS-EMP-LIMIT      TO WW-LIMIT (WS-WATCH-COUNT)
              MOVE WS-PCT-USED       TO WW-PCT-USED (WS-WATCH-COUNT)
              MOVE WS-WATCH-FLAG     TO WW-FLAG (WS-WATCH-COUNT)
           ELSE
              ADD 1 TO WS-WATCH-OVERFLOW
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-PARTICIPANT-COUNT  TO WT-COUNT
           MOVE WS-DEFERRAL-TOTAL     TO WT-DEFERRAL
           MOVE WS-MATCH-TOTAL        TO WT-MATCH
           MOVE WS-YTD-DEFERRAL-TOTAL TO WT-YTD-DEFERRAL
           MOVE WS-YTD-MATCH-TOTAL    TO WT-YTD-MATCH
           MOVE WS-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-PARTICIPANT-COUNT TO WP-TRL-COUNT
           MOVE WS-DEFERRAL-TOTAL    TO WP-TRL-DEFERRAL
           MOVE WS-MATCH-TOTAL       TO WP-TRL-MATCH
           MOVE WS-PROV-TRAILER TO PROVIDER-RECORD
           WRITE PROVIDER-RECORD.

       WRITE-LIMIT-WATCH.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-WATCH-PCT TO WH-WATCH-PCT
           MOVE WS-WATCH-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-LIMIT-FOUND-SW = 'N'
              MOVE WS-NO-LIMIT-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              IF WS-WATCH-COUNT = ZERO
                 MOVE WS-NO-WATCH-LINE TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
              ELSE
                 MOVE WS-WATCH-COLUMNS TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
                 PERFORM WRITE-WATCH-LINE
                     VARYING WS-WATCH-IDX FROM 1 BY 1
                     UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
              END-IF
              IF WS-WATCH-OVERFLOW > ZERO
                 MOVE WS-WATCH-OVERFLOW TO WF-OVERFLOW
                 MOVE WS-WATCH-FULL-LINE TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
              END-IF
           END-IF.

       WRITE-WATCH-LINE.
           MOVE WW-EMP-ID (WS-WATCH-IDX)       TO WW-LINE-EMP-ID
           MOVE WW-NAME (WS-WATCH-IDX)         TO WW-LINE-NAME
           MOVE WW-YTD-DEFERRAL (WS-WATCH-IDX) TO WW-LINE-YTD
           MOVE WW-LIMIT (WS-WATCH-IDX)        TO WW-LINE-LIMIT
           MOVE WW-PCT-USED (WS-WATCH-IDX)     TO WW-LINE-PCT
           MOVE WW-FLAG (WS-WATCH-IDX)         TO WW-LINE-FLAG
           MOVE WS-WATCH-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CALENDAR-FILE
           CLOSE DEDUCT-FILE
           CLOSE PAYDED-FILE
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              CLOSE ACCRUAL-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM RETPROV.
