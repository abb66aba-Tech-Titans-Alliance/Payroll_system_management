       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNMAINT.
       AUTHOR. YOUR-NAME.

      * Transaction-driven maintenance against LOAN.DAT, the employee
      * loan and pay advance master.  Each record on LNMAINT.IN is
      * one request for an EMP-ID/loan number; LNMAINT.OUT reports
      * what happened to it.
      *
      *   'A' grant - writes the loan with its full principal as the
      *       balance and books the disbursement as a PAYROLL-RECORD
      *       keyed EMP-ID/LM-DISB-DATE: gross, taxes and deductions
      *       zero, NET-PAY the principal, so ACHGEN deposits it (or
      *       CHKPRINT cuts a check) exactly as it would a paycheck.
      *       Loan proceeds are not wages - nothing reaches the
      *       taxable or reportable wage figures.  The disbursement
      *       date must be a defined pay period that has not been
      *       deposited or closed, and must not already hold a
      *       record for the employee; only an active employee can
      *       be granted a loan.  The disbursement is paid out by the
      *       company that employs the employee.
      *
      *   'U' update - changes the per-period installment and puts
      *       recovery on hold ('H') or back to active ('A').  A
      *       loan that is paid off or referred to collections is
      *       closed to maintenance.
      *
      * PAYCALC recovers the installment every pay date after the
      * disbursement; ONBOARD settles what is left on termination.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS LN-FILE-STATUS.

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

           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PAY-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN TO "LNMAINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "LNMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       COPY LOANREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD PAYROLL-FILE.
       COPY PAYREC.

       FD CALENDAR-FILE.
       COPY PAYCALRC.

       FD INPUT-FILE.
       01 TRANSACTION-RECORD.
          05 LM-ACTION            PIC X(1).
          05 LM-EMP-ID            PIC X(10).
          05 LM-LOAN-NO           PIC 9(3).
          05 LM-TYPE              PIC X(1).
          05 LM-PRINCIPAL         PIC 9(7)V99.
          05 LM-DISB-DATE         PIC X(10).
          05 LM-INSTALLMENT       PIC 9(7)V99.
          05 LM-STATUS            PIC X(1).
          05 LM-APPROVED-BY       PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 LN-FILE-STATUS           PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 PAY-FILE-STATUS          PIC XX.
       01 CAL-FILE-STATUS          PIC XX.
       01 WS-VALID-SW              PIC X       VALUE 'Y'.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RESULT-MSG            PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTIONS UNTIL WS-END-OF-FILE = 'Y'
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O LOAN-FILE
           IF LN-FILE-STATUS = '35'
              OPEN OUTPUT LOAN-FILE
              CLOSE LOAN-FILE
              OPEN I-O LOAN-FILE
           END-IF
           IF LN-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LNMAINT ' 'LOAN.DAT            '
                  LN-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LNMAINT ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN I-O PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LNMAINT ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LNMAINT ' 'PAYCAL.DAT          '
                  CAL-FILE-STATUS
              STOP RUN.

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT OUTPUT-FILE.

       PROCESS-TRANSACTIONS.
           READ INPUT-FILE INTO TRANSACTION-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              PERFORM VALIDATE-TRANSACTION
              IF WS-VALID-SW = 'Y'
                 EVALUATE LM-ACTION
                     WHEN 'A'
                          PERFORM GRANT-LOAN
                     WHEN 'U'
                          PERFORM UPDATE-LOAN
                     WHEN OTHER
                          MOVE "REJECTED - UNKNOWN ACTION CODE"
                               TO WS-RESULT-MSG
                 END-EVALUATE
              END-IF
              PERFORM WRITE-RESULT
           END-READ.

       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SW
           IF LM-EMP-ID = SPACES OR LM-LOAN-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - MISSING EMP-ID OR LOAN NUMBER"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y'
              IF LM-INSTALLMENT NOT NUMERIC
                 OR LM-INSTALLMENT = ZERO
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID INSTALLMENT"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND LM-ACTION = 'A'
              PERFORM VALIDATE-GRANT
           END-IF
           IF WS-VALID-SW = 'Y' AND LM-ACTION = 'U'
              IF LM-STATUS NOT = 'A' AND LM-STATUS NOT = 'H'
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - STATUS MUST BE A OR H"
                      TO WS-RESULT-MSG
              END-IF
           END-IF.

       VALIDATE-GRANT.
           IF LM-TYPE NOT = 'L' AND LM-TYPE NOT = 'A'
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - LOAN TYPE MUST BE L OR A"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y'
              IF LM-PRINCIPAL NOT NUMERIC
                 OR LM-PRINCIPAL = ZERO
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID PRINCIPAL"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y'
              IF LM-INSTALLMENT > LM-PRINCIPAL
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INSTALLMENT OVER PRINCIPAL"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y'
              MOVE LM-EMP-ID TO PSEMP-ID
              READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - EMP-ID NOT ON EMPLOYEE.DAT"
                      TO WS-RESULT-MSG
              NOT INVALID KEY
                 IF PSEMP-STATUS NOT = 'A'
                    MOVE 'N' TO WS-VALID-SW
                    MOVE "REJECTED - EMPLOYEE NOT ACTIVE"
                         TO WS-RESULT-MSG
                 END-IF
              END-READ
           END-IF
      * The disbursement rides the normal deposit/check runs for its
      * date, so those runs must still be ahead of it.
           IF WS-VALID-SW = 'Y'
              MOVE LM-DISB-DATE TO CAL-PAY-DATE
              READ CALENDAR-FILE
              INVALID KEY
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - DISB DATE NOT A PAY PERIOD"
                      TO WS-RESULT-MSG
              NOT INVALID KEY
                 IF CAL-STATUS = 'D' OR CAL-STATUS = 'X'
                    MOVE 'N' TO WS-VALID-SW
                    MOVE "REJECTED - DISB PERIOD ALREADY PAID OUT"
                         TO WS-RESULT-MSG
                 END-IF
              END-READ
           END-IF
           IF WS-VALID-SW = 'Y'
              MOVE LM-EMP-ID    TO EMP-ID
              MOVE LM-DISB-DATE TO PAY-DATE
              READ PAYROLL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - RECORD EXISTS AT DISB DATE"
                      TO WS-RESULT-MSG
              END-READ
           END-IF.

       GRANT-LOAN.
           MOVE LM-EMP-ID      TO LN-EMP-ID
           MOVE LM-LOAN-NO     TO LN-LOAN-NO
           MOVE LM-TYPE        TO LN-TYPE
           MOVE LM-PRINCIPAL   TO LN-PRINCIPAL
           MOVE LM-DISB-DATE   TO LN-DISB-DATE
           MOVE LM-INSTALLMENT TO LN-INSTALLMENT
           MOVE LM-PRINCIPAL   TO LN-BALANCE
           MOVE ZERO           TO LN-RECOVERED
           MOVE 'A'            TO LN-STATUS
           MOVE SPACES         TO LN-LAST-RECOVERY
           MOVE ZERO           TO LN-RECEIVABLE
           MOVE SPACES         TO LN-REFERRED-DATE
           MOVE LM-APPROVED-BY TO LN-APPROVED-BY
           MOVE WS-RUN-DATE    TO LN-ENTRY-DATE
           WRITE LOAN-RECORD
           INVALID KEY
              MOVE "REJECTED - LOAN ALREADY EXISTS" TO WS-RESULT-MSG
           NOT INVALID KEY
              PERFORM BOOK-DISBURSEMENT
              MOVE "GRANTED - DISBURSEMENT BOOKED" TO WS-RESULT-MSG
           END-WRITE.

       BOOK-DISBURSEMENT.
           MOVE LM-EMP-ID    TO EMP-ID
           MOVE LM-DISB-DATE TO PAY-DATE
           MOVE ZERO         TO BASIC-PAY
           MOVE ZERO         TO OVERTIME-PAY
           MOVE ZERO         TO BONUS-PAY
           MOVE ZERO         TO LEAVE-DAYS
           MOVE ZERO         TO GROSS-PAY
           MOVE ZERO         TO TAX-AMOUNT
           MOVE SPACES       TO JUR-CODE
           MOVE ZERO         TO JUR-TAX-AMOUNT
           MOVE ZERO         TO OTHER-DEDUCTIONS
           MOVE LM-PRINCIPAL TO NET-PAY
           MOVE 'P'          TO PAY-STATUS
           MOVE ZERO         TO TAXABLE-WAGES
           MOVE ZERO         TO JUR-TAXABLE-WAGES
           MOVE ZERO         TO NONTAX-PAY
           MOVE ZERO         TO OT-PREMIUM-PAY
           MOVE PSEMP-COMPANY TO PAY-COMPANY
           WRITE PAYROLL-RECORD.

       UPDATE-LOAN.
           MOVE LM-EMP-ID  TO LN-EMP-ID
           MOVE LM-LOAN-NO TO LN-LOAN-NO
           READ LOAN-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FOUND-SW = 'N'
              MOVE "REJECTED - LOAN NOT FOUND" TO WS-RESULT-MSG
           ELSE
              IF LN-STATUS = 'P' OR LN-STATUS = 'C'
                 MOVE "REJECTED - LOAN IS CLOSED" TO WS-RESULT-MSG
              ELSE
                 MOVE LM-INSTALLMENT TO LN-INSTALLMENT
                 MOVE LM-STATUS      TO LN-STATUS
                 REWRITE LOAN-RECORD
                 MOVE "UPDATED" TO WS-RESULT-MSG
              END-IF
           END-IF.

       WRITE-RESULT.
           STRING
              LM-EMP-ID     DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              LM-LOAN-NO    DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              LM-ACTION     DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              WS-RESULT-MSG DELIMITED BY SIZE
              INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-RESULT-MSG.

       CLOSE-FILES.
           CLOSE LOAN-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-FILE
           CLOSE CALENDAR-FILE
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM LNMAINT.
