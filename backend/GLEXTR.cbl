      * W2EXTR balances its trailer; a mismatch is reported on
      * GLEXTR.OUT and the extract is not to be posted.  GLEXTR.OUT
      * carries the run report either way.
      *
      * When COMPANY.DAT is in use the extract is sorted by company:
      * each company's detail lines print under a header with its
      * legal name and close with its own liability total lines,
      * balanced on their own, since each company posts to its own
      * ledger; the grand totals of all companies follow.  An
      * accrual goes with the company its paycheck was paid under
      * (PAY-COMPANY, or the employee's current company on a
      * paycheck posted before companies were kept).  One company
      * out of balance holds the whole extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "GLEXTR.WRK".

           SELECT CONTROL-FILE ASSIGN TO "GLEXTR.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD PAYROLL-FILE.
       COPY PAYREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-COMPANY           PIC X(4).
          05 SRT-EMP-ID            PIC X(10).
          05 SRT-EMPLOYER-TAX      PIC 9(7)V99.
          05 SRT-MATCH-AMOUNT      PIC 9(7)V99.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 GL-PAY-DATE          PIC X(10).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 ACC-FILE-STATUS          PIC XX.
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 WS-FIRST-RECORD-SW       PIC X       VALUE 'Y'.
       01 WS-PAY-COMPANY           PIC X(4)    VALUE SPACES.
       01 WS-CURRENT-COMPANY       PIC X(4)    VALUE SPACES.
       01 WS-BALANCED-SW           PIC X       VALUE 'Y'.
       01 WS-PAY-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-ACCRUALS-READ         PIC 9(5)    COMP VALUE ZERO.
       01 WS-ACCRUALS-VOIDED       PIC 9(5)    COMP VALUE ZERO.
       01 WS-CHECK-EMPLOYER-TAX    PIC 9(9)V99 VALUE ZERO.
       01 WS-CHECK-MATCH           PIC 9(9)V99 VALUE ZERO.

      * One company's totals, both ways, while its lines are written.
       01 WS-CO-EMPLOYER-TAX       PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-MATCH              PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-LIABILITY          PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-CHECK-EMPLOYER-TAX PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-CHECK-MATCH        PIC 9(9)V99 VALUE ZERO.

       01 WS-EXTRACT-HEADER.
          05 FILLER                PIC X(22) VALUE
             "EMPLOYER LIABILITIES :".
          05 WH-PAY-DATE            PIC X(10).

       01 WS-COMPANY-HEADER.
          05 FILLER                PIC X(10) VALUE "COMPANY : ".
          05 WC-COMPANY             PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WC-COMPANY-NAME         PIC X(40).

       01 WS-ALL-COMPANIES-HEADER  PIC X(22) VALUE
          "ALL COMPANIES        :".

       01 WS-DETAIL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WD-EMP-ID              PIC X(10).
       01 WS-UNBALANCED-LINE       PIC X(52) VALUE
          "*** OUT OF BALANCE - DO NOT POST THIS EXTRACT".

       01 WS-CO-BALANCED-LINE.
          05 FILLER                PIC X(8)  VALUE "COMPANY ".
          05 WB-COMPANY             PIC X(4).
          05 FILLER                 PIC X(9)  VALUE " BALANCED".

       01 WS-CO-UNBALANCED-LINE.
          05 FILLER                PIC X(12) VALUE "*** COMPANY ".
          05 WU-COMPANY             PIC X(4).
          05 FILLER                 PIC X(16) VALUE
             " OUT OF BALANCE".

       01 WS-SUMMARY-LINE-1.
          05 FILLER                PIC X(20) VALUE
             "ACCRUALS READ     :".
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-EXTRACT-HEADER
           SORT SORT-WORK-FILE ON ASCENDING KEY SRT-COMPANY SRT-EMP-ID
               INPUT PROCEDURE IS EXTRACT-ACCRUALS
               OUTPUT PROCEDURE IS WRITE-EXTRACT-LINES
           PERFORM BALANCE-AND-TOTAL
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'GLEXTR  ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - one extract section.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'GLEXTR  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT OUTPUT-FILE.

                 ADD 1 TO WS-ACCRUALS-READ
                 PERFORM CHECK-PAYCHECK-STANDS
                 IF WS-PAY-FOUND-SW = 'Y'
                    PERFORM RESOLVE-PAY-COMPANY
                    PERFORM RELEASE-SORT-RECORD
                 ELSE
                    ADD 1 TO WS-ACCRUALS-VOIDED
                 END-IF
              END-IF
           END-READ.

      * The company the paycheck (still in the record area from
      * CHECK-PAYCHECK-STANDS) was paid under; one posted before
      * companies were kept takes the employee's current company.
       RESOLVE-PAY-COMPANY.
           MOVE SPACES TO WS-PAY-COMPANY
           IF WS-COMPANY-OPEN-SW = 'Y'
              IF PAY-COMPANY NOT = SPACES
                 MOVE PAY-COMPANY TO WS-PAY-COMPANY
              ELSE
                 MOVE EA-EMP-ID TO PSEMP-ID
                 READ EMPLOYEE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PSEMP-COMPANY TO WS-PAY-COMPANY
                 END-READ
              END-IF
           END-IF.

       RELEASE-SORT-RECORD.
           MOVE WS-PAY-COMPANY  TO SRT-COMPANY
           MOVE EA-EMP-ID       TO SRT-EMP-ID
           MOVE EA-EMPLOYER-TAX TO SRT-EMPLOYER-TAX
           MOVE EA-MATCH-AMOUNT TO SRT-MATCH-AMOUNT
           RELEASE SORT-RECORD.

      * Detail lines in company order.  In company mode each company
      * gets a header, and its total lines when the next one starts.
       WRITE-EXTRACT-LINES.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM RETURN-SORT-RECORD UNTIL WS-SORT-EOF = 'Y'
           IF WS-FIRST-RECORD-SW = 'N'
              AND WS-COMPANY-OPEN-SW = 'Y'
              PERFORM BALANCE-COMPANY
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF WS-COMPANY-OPEN-SW = 'Y'
                 IF WS-FIRST-RECORD-SW = 'Y'
                    PERFORM START-COMPANY
                 ELSE
                    IF SRT-COMPANY NOT = WS-CURRENT-COMPANY
                       PERFORM BALANCE-COMPANY
                       PERFORM START-COMPANY
                    END-IF
                 END-IF
              END-IF
              MOVE 'N' TO WS-FIRST-RECORD-SW
              PERFORM WRITE-DETAIL-LINE
           END-RETURN.

       START-COMPANY.
           MOVE SRT-COMPANY TO WS-CURRENT-COMPANY
           MOVE SRT-COMPANY TO CO-CODE
           READ COMPANY-FILE
           INVALID KEY
              MOVE "NOT ON COMPANY MASTER" TO WC-COMPANY-NAME
           NOT INVALID KEY
              MOVE CO-LEGAL-NAME TO WC-COMPANY-NAME
           END-READ
           MOVE SRT-COMPANY TO WC-COMPANY
           MOVE WS-COMPANY-HEADER TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           MOVE ZERO TO WS-CO-EMPLOYER-TAX
           MOVE ZERO TO WS-CO-MATCH
           MOVE ZERO TO WS-CO-CHECK-EMPLOYER-TAX
           MOVE ZERO TO WS-CO-CHECK-MATCH.

       WRITE-DETAIL-LINE.
           COMPUTE WS-LINE-TOTAL =
               SRT-EMPLOYER-TAX + SRT-MATCH-AMOUNT
           MOVE SRT-EMP-ID       TO WD-EMP-ID
           MOVE SRT-EMPLOYER-TAX TO WD-EMPLOYER-TAX
           MOVE SRT-MATCH-AMOUNT TO WD-MATCH-AMOUNT
           MOVE WS-LINE-TOTAL    TO WD-LINE-TOTAL
           MOVE WS-DETAIL-LINE TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-ACCRUALS-WRITTEN

           ADD SRT-EMPLOYER-TAX TO WS-TOTAL-EMPLOYER-TAX
           ADD SRT-MATCH-AMOUNT TO WS-TOTAL-MATCH
           ADD SRT-EMPLOYER-TAX TO WS-CO-EMPLOYER-TAX
           ADD SRT-MATCH-AMOUNT TO WS-CO-MATCH

      * Re-added from the detail fields as written, not from the
      * working totals - this is the figure the balance check trusts.
           ADD WD-EMPLOYER-TAX TO WS-CHECK-EMPLOYER-TAX
           ADD WD-MATCH-AMOUNT TO WS-CHECK-MATCH
           ADD WD-EMPLOYER-TAX TO WS-CO-CHECK-EMPLOYER-TAX
           ADD WD-MATCH-AMOUNT TO WS-CO-CHECK-MATCH.

      * A company's total lines, under the same rule as the grand
      * totals: written only when they balance to its detail lines.
       BALANCE-COMPANY.
           IF WS-CO-EMPLOYER-TAX = WS-CO-CHECK-EMPLOYER-TAX
              AND WS-CO-MATCH = WS-CO-CHECK-MATCH
              COMPUTE WS-CO-LIABILITY =
                  WS-CO-EMPLOYER-TAX + WS-CO-MATCH
              MOVE WS-CO-EMPLOYER-TAX TO WT-EMPLOYER-TAX
              MOVE WS-TAX-TOTAL-LINE TO EXTRACT-RECORD
              WRITE EXTRACT-RECORD
              MOVE WS-CO-MATCH TO WT-MATCH
              MOVE WS-MATCH-TOTAL-LINE TO EXTRACT-RECORD
              WRITE EXTRACT-RECORD
              MOVE WS-CO-LIABILITY TO WT-LIABILITY
              MOVE WS-LIAB-TOTAL-LINE TO EXTRACT-RECORD
              WRITE EXTRACT-RECORD
              MOVE WS-CURRENT-COMPANY TO WB-COMPANY
              MOVE WS-CO-BALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE 'N' TO WS-BALANCED-SW
              MOVE WS-CURRENT-COMPANY TO WU-COMPANY
              MOVE WS-CO-UNBALANCED-LINE TO EXTRACT-RECORD
              WRITE EXTRACT-RECORD
              MOVE WS-CO-UNBALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

      * The total lines go out only when they balance to the sum of
      * the per-employee detail; otherwise the extract is flagged and
      * finance posts nothing.
       BALANCE-AND-TOTAL.
           IF WS-COMPANY-OPEN-SW = 'Y'
              MOVE WS-ALL-COMPANIES-HEADER TO EXTRACT-RECORD
              WRITE EXTRACT-RECORD
           END-IF
           IF WS-TOTAL-EMPLOYER-TAX = WS-CHECK-EMPLOYER-TAX
              AND WS-TOTAL-MATCH = WS-CHECK-MATCH
              AND WS-BALANCED-SW = 'Y'
              COMPUTE WS-TOTAL-LIABILITY =
                  WS-TOTAL-EMPLOYER-TAX + WS-TOTAL-MATCH
              MOVE WS-TOTAL-EMPLOYER-TAX TO WT-EMPLOYER-TAX
       CLOSE-FILES.
           CLOSE ACCRUAL-FILE
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE EXTRACT-FILE
           CLOSE OUTPUT-FILE.

