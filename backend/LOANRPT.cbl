       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.
       AUTHOR. YOUR-NAME.

      * Employee loan and pay advance reporting off LOAN.DAT.  The
      * single control record on LOANRPT.IN picks the report:
      *
      *   'S' loan statement - for the EMP-ID on the card (blank for
      *       every loan on file): each loan's terms, the
      *       disbursement, every recovery PAYCALC or ONBOARD
      *       itemized against it on PAYDED.DAT with the running
      *       balance, and any amount referred to collections.
      *
      *   'O' outstanding loans (the default) - every active or
      *       held loan still owing, with the recovered-to-date
      *       figure and the pay periods left at the current
      *       installment, followed by the receivables referred to
      *       collections when an employee terminated owing more
      *       than the final pay covered.  Totals for both.
      *
      * LOANRPT.OUT carries the report.

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

           SELECT PAYDED-FILE ASSIGN TO "PAYDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "LOANRPT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "LOANRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       COPY LOANREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 LR-MODE              PIC X(1).
          05 LR-EMP-ID            PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 LN-FILE-STATUS           PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 WS-PAYDED-OPEN-SW        PIC X       VALUE 'N'.
       01 WS-DED-EOF               PIC X       VALUE 'N'.
       01 WS-MODE                  PIC X(1).
       01 WS-EMP-ID                PIC X(10).
       01 WS-PASS                  PIC X(1).
       01 WS-LOAN-CODE.
          05 WS-LOAN-CODE-PREFIX   PIC X(1)    VALUE 'L'.
          05 WS-LOAN-CODE-NO       PIC 9(3).
       01 WS-RUNNING-BALANCE       PIC S9(7)V99 VALUE ZERO.
       01 WS-PERIODS-LEFT          PIC 9(5)    VALUE ZERO.
       01 WS-PERIOD-REMAINDER      PIC 9(7)V99 VALUE ZERO.
       01 WS-LOAN-COUNT            PIC 9(5)    COMP VALUE ZERO.
       01 WS-OUTSTANDING-COUNT     PIC 9(5)    COMP VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-COLLECTIONS-COUNT     PIC 9(5)    COMP VALUE ZERO.
       01 WS-COLLECTIONS-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01 WS-STMT-TITLE.
          05 FILLER                PIC X(28) VALUE
             "LOAN STATEMENT      EMP-ID: ".
          05 WST-EMP-ID             PIC X(10).

       01 WS-STMT-LOAN-LINE.
          05 FILLER                PIC X(5)  VALUE "LOAN ".
          05 WSL-EMP-ID             PIC X(10).
          05 FILLER                 PIC X(1)  VALUE "/".
          05 WSL-LOAN-NO             PIC 9(3).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WSL-EMP-NAME             PIC X(30).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WSL-TYPE                  PIC X(12).
          05 FILLER                    PIC X(14) VALUE
             "  INSTALLMENT ".
          05 WSL-INSTALLMENT            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(11) VALUE
             "  APPROVED ".
          05 WSL-APPROVED-BY             PIC X(10).

       01 WS-STMT-DETAIL.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 WSD-DATE               PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WSD-DESC                PIC X(24).
          05 WSD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(12) VALUE
             "   BALANCE  ".
          05 WSD-BALANCE               PIC Z,ZZZ,ZZ9.99-.

       01 WS-STMT-CLOSE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 FILLER                PIC X(19) VALUE
             "BALANCE ON FILE    ".
          05 WSC-BALANCE            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(14) VALUE
             "   RECOVERED  ".
          05 WSC-RECOVERED           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                  PIC X(11) VALUE
             "   STATUS  ".
          05 WSC-STATUS               PIC X(22).

       01 WS-OUT-TITLE.
          05 FILLER                PIC X(40) VALUE
             "OUTSTANDING EMPLOYEE LOANS AND ADVANCES".

       01 WS-OUT-HEADING.
          05 FILLER                PIC X(16) VALUE
             "EMP-ID     NO.  ".
          05 FILLER                PIC X(42) VALUE
             "NAME                            TYPE      ".
          05 FILLER                PIC X(22) VALUE
             "DISBURSED    PRINCIPAL".
          05 FILLER                PIC X(35) VALUE
             "   RECOVERED     BALANCE   PRDS   S".

       01 WS-OUT-DETAIL.
          05 WO-EMP-ID             PIC X(10).
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WO-LOAN-NO             PIC 9(3).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WO-EMP-NAME             PIC X(30).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WO-TYPE                  PIC X(8).
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WO-DISB-DATE              PIC X(10).
          05 WO-PRINCIPAL               PIC Z,ZZZ,ZZ9.99.
          05 WO-RECOVERED                PIC Z,ZZZ,ZZ9.99.
          05 WO-BALANCE                   PIC Z,ZZZ,ZZ9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WO-PERIODS                    PIC ZZZZ9.
          05 FILLER                        PIC X(3)  VALUE SPACES.
          05 WO-STATUS                      PIC X(1).

       01 WS-COLL-TITLE.
          05 FILLER                PIC X(50) VALUE
             "RECEIVABLES REFERRED TO COLLECTIONS".

       01 WS-COLL-DETAIL.
          05 WK-EMP-ID             PIC X(10).
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WK-LOAN-NO             PIC 9(3).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WK-EMP-NAME             PIC X(30).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WK-TYPE                  PIC X(8).
          05 FILLER                   PIC X(12) VALUE
             "  REFERRED  ".
          05 WK-REFERRED-DATE          PIC X(10).
          05 FILLER                    PIC X(14) VALUE
             "  RECEIVABLE  ".
          05 WK-RECEIVABLE              PIC Z,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WT-LABEL               PIC X(24).
          05 WT-COUNT                PIC ZZZZ9.
          05 FILLER                  PIC X(10) VALUE "  AMOUNT  ".
          05 WT-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           IF WS-MODE = 'S'
              PERFORM PRINT-STATEMENTS
           ELSE
              PERFORM PRINT-OUTSTANDING
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           MOVE 'O'    TO WS-MODE
           MOVE SPACES TO WS-EMP-ID
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           NOT AT END
              IF LR-MODE = 'S'
                 MOVE 'S' TO WS-MODE
              END-IF
              MOVE LR-EMP-ID TO WS-EMP-ID
           END-READ
           CLOSE CONTROL-FILE.

       OPEN-FILES.
           OPEN INPUT LOAN-FILE
           IF LN-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LOANRPT ' 'LOAN.DAT            '
                  LN-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LOANRPT ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

      * No PAYDED.DAT yet means nothing has been recovered so far.
           OPEN INPUT PAYDED-FILE
           IF PDD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PAYDED-OPEN-SW
           ELSE
              IF PDD-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'LOANRPT ' 'PAYDED.DAT          '
                     PDD-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

      *----------------------------------------------------------------
      * Loan statements.
      *----------------------------------------------------------------
       PRINT-STATEMENTS.
           MOVE WS-EMP-ID TO WST-EMP-ID
           MOVE WS-STMT-TITLE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM POSITION-LOANS
           PERFORM STATEMENT-ONE-LOAN UNTIL WS-END-OF-FILE = 'Y'
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "LOANS REPORTED" TO WT-LABEL
           MOVE WS-LOAN-COUNT    TO WT-COUNT
           MOVE ZERO             TO WT-AMOUNT
           MOVE WS-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       POSITION-LOANS.
           MOVE 'N'       TO WS-END-OF-FILE
           MOVE WS-EMP-ID TO LN-EMP-ID
           MOVE ZERO      TO LN-LOAN-NO
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START.

       STATEMENT-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF WS-EMP-ID NOT = SPACES
                 AND LN-EMP-ID NOT = WS-EMP-ID
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-LOAN-COUNT
                 PERFORM WRITE-STATEMENT
              END-IF
           END-READ.

       WRITE-STATEMENT.
           PERFORM LOOKUP-EMPLOYEE
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE LN-EMP-ID      TO WSL-EMP-ID
           MOVE LN-LOAN-NO     TO WSL-LOAN-NO
           MOVE PSEMP-NAME     TO WSL-EMP-NAME
           IF LN-TYPE = 'A'
              MOVE "PAY ADVANCE" TO WSL-TYPE
           ELSE
              MOVE "LOAN"        TO WSL-TYPE
           END-IF
           MOVE LN-INSTALLMENT TO WSL-INSTALLMENT
           MOVE LN-APPROVED-BY TO WSL-APPROVED-BY
           MOVE WS-STMT-LOAN-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE LN-PRINCIPAL   TO WS-RUNNING-BALANCE
           MOVE LN-DISB-DATE   TO WSD-DATE
           MOVE "DISBURSED"    TO WSD-DESC
           MOVE LN-PRINCIPAL   TO WSD-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WSD-BALANCE
           MOVE WS-STMT-DETAIL TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF WS-PAYDED-OPEN-SW = 'Y'
              PERFORM LIST-RECOVERIES
           END-IF

           IF LN-STATUS = 'C'
              MOVE LN-REFERRED-DATE TO WSD-DATE
              MOVE "REFERRED TO COLLECTIONS" TO WSD-DESC
              MOVE LN-RECEIVABLE    TO WSD-AMOUNT
              MOVE WS-RUNNING-BALANCE TO WSD-BALANCE
              MOVE WS-STMT-DETAIL TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF

           MOVE LN-BALANCE   TO WSC-BALANCE
           MOVE LN-RECOVERED TO WSC-RECOVERED
           EVALUATE LN-STATUS
               WHEN 'A'
                    MOVE "ACTIVE"              TO WSC-STATUS
               WHEN 'H'
                    MOVE "RECOVERY ON HOLD"    TO WSC-STATUS
               WHEN 'P'
                    MOVE "PAID OFF"            TO WSC-STATUS
               WHEN 'C'
                    MOVE "IN COLLECTIONS"      TO WSC-STATUS
               WHEN OTHER
                    MOVE LN-STATUS             TO WSC-STATUS
           END-EVALUATE
           MOVE WS-STMT-CLOSE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * The loan's recoveries are the employee's PAYDED.DAT rows
      * under its deduction code, in pay-date order.
       LIST-RECOVERIES.
           MOVE LN-LOAN-NO TO WS-LOAN-CODE-NO
           MOVE 'N'        TO WS-DED-EOF
           MOVE LN-EMP-ID  TO PD-EMP-ID
           MOVE LOW-VALUES TO PD-PAY-DATE
           MOVE LOW-VALUES TO PD-CODE
           START PAYDED-FILE KEY IS NOT LESS THAN PAY-DEDUCTION-KEY
           INVALID KEY
              MOVE 'Y' TO WS-DED-EOF
           END-START
           PERFORM LIST-ONE-RECOVERY UNTIL WS-DED-EOF = 'Y'.

       LIST-ONE-RECOVERY.
           READ PAYDED-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DED-EOF
           NOT AT END
              IF PD-EMP-ID NOT = LN-EMP-ID
                 MOVE 'Y' TO WS-DED-EOF
              ELSE
                 IF PD-CODE = WS-LOAN-CODE
                    SUBTRACT PD-AMOUNT FROM WS-RUNNING-BALANCE
                    MOVE PD-PAY-DATE        TO WSD-DATE
                    MOVE "RECOVERED FROM PAY" TO WSD-DESC
                    MOVE PD-AMOUNT          TO WSD-AMOUNT
                    MOVE WS-RUNNING-BALANCE TO WSD-BALANCE
                    MOVE WS-STMT-DETAIL TO OUTPUT-RECORD
                    WRITE OUTPUT-RECORD
                 END-IF
              END-IF
           END-READ.

      *----------------------------------------------------------------
      * Outstanding loans and collections receivables - two passes
      * over the master.
      *----------------------------------------------------------------
       PRINT-OUTSTANDING.
           MOVE WS-OUT-TITLE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-OUT-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 'O' TO WS-PASS
           PERFORM POSITION-LOANS
           PERFORM OUTSTANDING-ONE-LOAN UNTIL WS-END-OF-FILE = 'Y'
           MOVE "LOANS OUTSTANDING"    TO WT-LABEL
           MOVE WS-OUTSTANDING-COUNT   TO WT-COUNT
           MOVE WS-OUTSTANDING-TOTAL   TO WT-AMOUNT
           MOVE WS-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COLL-TITLE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 'C' TO WS-PASS
           PERFORM POSITION-LOANS
           PERFORM OUTSTANDING-ONE-LOAN UNTIL WS-END-OF-FILE = 'Y'
           MOVE "REFERRED TO COLLECTIONS" TO WT-LABEL
           MOVE WS-COLLECTIONS-COUNT      TO WT-COUNT
           MOVE WS-COLLECTIONS-TOTAL      TO WT-AMOUNT
           MOVE WS-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       OUTSTANDING-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF WS-EMP-ID NOT = SPACES
                 AND LN-EMP-ID NOT = WS-EMP-ID
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF WS-PASS = 'O'
                    AND (LN-STATUS = 'A' OR LN-STATUS = 'H')
                    AND LN-BALANCE > ZERO
                    PERFORM WRITE-OUTSTANDING-LINE
                 END-IF
                 IF WS-PASS = 'C' AND LN-STATUS = 'C'
                    AND LN-RECEIVABLE > ZERO
                    PERFORM WRITE-COLLECTIONS-LINE
                 END-IF
              END-IF
           END-READ.

      * Periods left at the current installment, a part period
      * counting as a whole one.
       WRITE-OUTSTANDING-LINE.
           PERFORM LOOKUP-EMPLOYEE
           MOVE ZERO TO WS-PERIODS-LEFT
           IF LN-INSTALLMENT > ZERO
              DIVIDE LN-BALANCE BY LN-INSTALLMENT
                  GIVING WS-PERIODS-LEFT
                  REMAINDER WS-PERIOD-REMAINDER
              IF WS-PERIOD-REMAINDER > ZERO
                 ADD 1 TO WS-PERIODS-LEFT
              END-IF
           END-IF
           MOVE LN-EMP-ID     TO WO-EMP-ID
           MOVE LN-LOAN-NO    TO WO-LOAN-NO
           MOVE PSEMP-NAME    TO WO-EMP-NAME
           IF LN-TYPE = 'A'
              MOVE "ADVANCE" TO WO-TYPE
           ELSE
              MOVE "LOAN"    TO WO-TYPE
           END-IF
           MOVE LN-DISB-DATE  TO WO-DISB-DATE
           MOVE LN-PRINCIPAL  TO WO-PRINCIPAL
           MOVE LN-RECOVERED  TO WO-RECOVERED
           MOVE LN-BALANCE    TO WO-BALANCE
           MOVE WS-PERIODS-LEFT TO WO-PERIODS
           MOVE LN-STATUS     TO WO-STATUS
           MOVE WS-OUT-DETAIL TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           ADD 1          TO WS-OUTSTANDING-COUNT
           ADD LN-BALANCE TO WS-OUTSTANDING-TOTAL.

       WRITE-COLLECTIONS-LINE.
           PERFORM LOOKUP-EMPLOYEE
           MOVE LN-EMP-ID        TO WK-EMP-ID
           MOVE LN-LOAN-NO       TO WK-LOAN-NO
           MOVE PSEMP-NAME       TO WK-EMP-NAME
           IF LN-TYPE = 'A'
              MOVE "ADVANCE" TO WK-TYPE
           ELSE
              MOVE "LOAN"    TO WK-TYPE
           END-IF
           MOVE LN-REFERRED-DATE TO WK-REFERRED-DATE
           MOVE LN-RECEIVABLE    TO WK-RECEIVABLE
           MOVE WS-COLL-DETAIL TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           ADD 1             TO WS-COLLECTIONS-COUNT
           ADD LN-RECEIVABLE TO WS-COLLECTIONS-TOTAL.

       LOOKUP-EMPLOYEE.
           MOVE LN-EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE "** NOT ON EMPLOYEE.DAT **" TO PSEMP-NAME
           END-READ.

       CLOSE-FILES.
           CLOSE LOAN-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-PAYDED-OPEN-SW = 'Y'
              CLOSE PAYDED-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM LOANRPT.
