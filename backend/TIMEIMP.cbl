      * threshold applied per work week, a posted-holiday list each
      * carrying its premium multiplier, and shift-differential
      * windows with an extra hourly rate.  Holiday premium over
      * straight time and shift differential dollars go out as their
      * own earnings lines under codes HOLP and SHFT when those codes
      * are on the earnings code master (EARNCODE.DAT), so they print
      * and report by code; without the code they ride the pay line
      * as bonus pay, as before.  Overtime hours carry the
      * daily and weekly excess.  With no rules file the historic
      * 8.00-hour daily rule applies alone.  The hourly rate is
      * derived from the monthly salary on the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUL-FILE-STATUS.

           SELECT EARNCODE-FILE ASSIGN TO "EARNCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ECD-FILE-STATUS.

           SELECT LEAVREQ-FILE ASSIGN TO "LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD RULES-FILE.
       COPY TIMRULRC.

       FD EARNCODE-FILE.
       COPY EARNCDRC.

       FD LEAVREQ-FILE.
       COPY LEAVRQRC.

       01 CAL-FILE-STATUS          PIC XX.
       01 RUL-FILE-STATUS          PIC XX.
       01 WS-RULES-EOF             PIC X       VALUE 'N'.
       01 ECD-FILE-STATUS          PIC XX.
       01 WS-EARNCODE-EOF          PIC X       VALUE 'N'.
       01 WS-HOLP-CODE-SW          PIC X       VALUE 'N'.
       01 WS-SHFT-CODE-SW          PIC X       VALUE 'N'.
       01 WS-HOL-PREM-AMT          PIC 9(7)V99 VALUE ZERO.
       01 WS-EARN-LINES-WRITTEN    PIC 9(5)    COMP VALUE ZERO.
       01 WS-EARN-LINE-CODE        PIC X(4).
       01 WS-EARN-LINE-AMOUNT      PIC 9(7)V99.
       01 LRQ-FILE-STATUS          PIC XX.
       01 WS-LEAVREQ-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-APPROVED-LEAVE-DAYS   PIC 99      VALUE ZERO.
             "LEAVE-ONLY LINES :".
          05 WS5-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-6.
          05 FILLER                PIC X(18) VALUE
             "EARNINGS LINES   :".
          05 WS6-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM CHECK-PAY-PERIOD
           PERFORM LOAD-RULES
           PERFORM LOAD-EARNINGS-CODES
           PERFORM SET-PERIOD-START-DAYS
           PERFORM OPEN-RUN-OUTPUTS
           SORT SORT-WORK-FILE
              END-EVALUATE
           END-READ.

      * Only the two premium codes matter here - their presence on
      * the earnings code master decides whether the premiums are
      * written as coded earnings lines.  No master, no codes.
       LOAD-EARNINGS-CODES.
           OPEN INPUT EARNCODE-FILE
           IF ECD-FILE-STATUS = '00'
              MOVE 'N' TO WS-EARNCODE-EOF
              PERFORM LOAD-ONE-EARNINGS-CODE
                  UNTIL WS-EARNCODE-EOF = 'Y'
              CLOSE EARNCODE-FILE
           END-IF.

       LOAD-ONE-EARNINGS-CODE.
           READ EARNCODE-FILE
           AT END
              MOVE 'Y' TO WS-EARNCODE-EOF
           NOT AT END
              IF EC-CODE = 'HOLP'
                 MOVE 'Y' TO WS-HOLP-CODE-SW
              END-IF
              IF EC-CODE = 'SHFT'
                 MOVE 'Y' TO WS-SHFT-CODE-SW
              END-IF
           END-READ.

      * Week buckets count seven days from the period start; the
      * 365/30 day approximation places each work date.
       SET-PERIOD-START-DAYS.
           END-READ

      * Holiday premium and shift differential ride the input as
      * bonus pay unless their earnings code is on the master, in
      * which case each follows the pay line as its own coded line.
           COMPUTE WS-HOL-PREM-AMT ROUNDED =
               WS-HOL-PREM-HOURS * WS-HOURLY-RATE
           MOVE ZERO TO WS-BONUS-PAY
           IF WS-HOLP-CODE-SW = 'N'
              ADD WS-HOL-PREM-AMT TO WS-BONUS-PAY
           END-IF
           IF WS-SHFT-CODE-SW = 'N'
              ADD WS-SHIFT-PREM-AMT TO WS-BONUS-PAY
           END-IF

           PERFORM GET-APPROVED-LEAVE

           MOVE WS-APPROVED-LEAVE-DAYS TO CI-LEAVE-DAYS
           MOVE 'H'              TO CI-PAY-BASIS
           WRITE CALC-INPUT-RECORD
           ADD 1 TO WS-EMPLOYEES-WRITTEN

           IF WS-HOLP-CODE-SW = 'Y' AND WS-HOL-PREM-AMT > ZERO
              MOVE 'HOLP'          TO WS-EARN-LINE-CODE
              MOVE WS-HOL-PREM-AMT TO WS-EARN-LINE-AMOUNT
              PERFORM WRITE-EARNINGS-LINE
           END-IF
           IF WS-SHFT-CODE-SW = 'Y' AND WS-SHIFT-PREM-AMT > ZERO
              MOVE 'SHFT'            TO WS-EARN-LINE-CODE
              MOVE WS-SHIFT-PREM-AMT TO WS-EARN-LINE-AMOUNT
              PERFORM WRITE-EARNINGS-LINE
           END-IF.

      * A premium line is paid as its dollar amount - its hours were
      * already paid on the pay line, so none are carried here.
       WRITE-EARNINGS-LINE.
           MOVE SPACES              TO CALC-INPUT-RECORD
           MOVE WS-CURRENT-EMP      TO CI-EMP-ID
           MOVE WS-PAY-DATE         TO CI-PAY-DATE
           MOVE WS-EARN-LINE-CODE   TO CI-EARN-CODE
           MOVE ZERO                TO CI-EARN-HOURS
           MOVE ZERO                TO CI-EARN-RATE
           MOVE WS-EARN-LINE-AMOUNT TO CI-EARN-AMOUNT
           MOVE 'E'                 TO CI-LINE-TYPE
           WRITE CALC-INPUT-RECORD
           ADD 1 TO WS-EARN-LINES-WRITTEN.

      * The most common leave case is the employee away for the
      * WHOLE period - no punches, so the rollup wrote no line for

           MOVE WS-LEAVE-LINES-WRITTEN TO WS5-COUNT
           MOVE WS-SUMMARY-LINE-5 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-EARN-LINES-WRITTEN TO WS6-COUNT
           MOVE WS-SUMMARY-LINE-6 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
