      * was never withholding to remit.
      *
      * QTRRET.OUT is the return itself: one line per PAY-DATE in the
      * quarter with the paychecks counted, wages paid, federal
      * taxable wages (gross less the pre-tax deductions) and tax
      * withheld, then the quarter totals.  Before the totals are
      * released they are balanced against the sum of the per-period
      * lines as written, the way W2EXTR balances its trailer; a
      * mismatch is flagged and the return must not be filed.
      *
      * When COMPANY.DAT is in use each company files its own return
      * under its own tax ID, so the quarter is sorted by company
      * and pay date and QTRRET.OUT carries one return section per
      * company - its legal name and tax ID, its period lines and
      * its quarter totals, balanced on their own - ahead of the
      * totals of all companies.  A paycheck goes with the company
      * it was paid under (PAY-COMPANY, or the employee's current
      * company on a paycheck posted before companies were kept).
      * One company out of balance holds every return.

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

           SELECT SORT-WORK-FILE ASSIGN TO "QTRRET.WRK".

           SELECT CONTROL-FILE ASSIGN TO "QTRRET.IN"
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
          05 SRT-PAY-DATE          PIC X(10).
          05 SRT-GROSS-PAY         PIC 9(7)V99.
          05 SRT-TAX-AMOUNT        PIC 9(7)V99.
          05 SRT-TAXABLE-WAGES     PIC 9(7)V99.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 QR-YEAR              PIC X(4).
       01 WS-QUARTER               PIC 9(1).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 WS-FIRST-RECORD-SW       PIC X       VALUE 'Y'.
       01 WS-PAY-COMPANY           PIC X(4)    VALUE SPACES.
       01 WS-CURRENT-COMPANY       PIC X(4)    VALUE SPACES.
       01 WS-BALANCED-SW           PIC X       VALUE 'Y'.
       01 WS-QTR-START             PIC X(10).
       01 WS-QTR-END               PIC X(10).

       01 WS-PERIOD-CHECKS         PIC 9(5)    COMP VALUE ZERO.
       01 WS-PERIOD-WAGES          PIC 9(9)V99 VALUE ZERO.
       01 WS-PERIOD-TAX            PIC 9(9)V99 VALUE ZERO.
       01 WS-PERIOD-TAXABLE        PIC 9(9)V99 VALUE ZERO.

      * Quarter totals accumulated from the payroll records read
       01 WS-GRAND-CHECKS          PIC 9(7)    COMP VALUE ZERO.
       01 WS-GRAND-WAGES           PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-TAX             PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-TAXABLE         PIC 9(11)V99 VALUE ZERO.

      * The same totals re-added from the period lines as written -
      * the return is only released when the two agree.
       01 WS-CHECK-CHECKS          PIC 9(7)    COMP VALUE ZERO.
       01 WS-CHECK-WAGES           PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-TAX             PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-TAXABLE         PIC 9(11)V99 VALUE ZERO.

      * One company's quarter totals, both ways, for its return.
       01 WS-CO-CHECKS             PIC 9(7)    COMP VALUE ZERO.
       01 WS-CO-WAGES              PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-TAX                PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-TAXABLE            PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-CHECKS       PIC 9(7)    COMP VALUE ZERO.
       01 WS-CO-CHECK-WAGES        PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-TAX          PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-TAXABLE      PIC 9(11)V99 VALUE ZERO.

       01 WS-EXCLUDED-COUNT        PIC 9(7)    COMP VALUE ZERO.

          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WH-QUARTER              PIC 9(1).

       01 WS-COMPANY-LINE.
          05 FILLER                PIC X(10) VALUE "EMPLOYER: ".
          05 WC-COMPANY             PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WC-COMPANY-NAME         PIC X(40).
          05 FILLER                  PIC X(9)  VALUE " TAX ID: ".
          05 WC-TAX-ID                PIC X(10).

       01 WS-ALL-COMPANIES-LINE    PIC X(13) VALUE "ALL COMPANIES".

       01 WS-PERIOD-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WP-PAY-DATE            PIC X(10).
          05 WP-WAGES                 PIC 9(9)V99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WP-TAX                    PIC 9(9)V99.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WP-TAXABLE                  PIC 9(9)V99.

       01 WS-QTR-TOTAL-LINE.
          05 FILLER                PIC X(16) VALUE "QUARTER TOTALS :".
          05 WQ-WAGES                PIC Z(9)9.99.
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WQ-TAX                   PIC Z(9)9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WQ-TAXABLE                 PIC Z(9)9.99.

       01 WS-EXCLUDED-LINE.
          05 FILLER                PIC X(24) VALUE
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COMPANY SRT-PAY-DATE
               INPUT PROCEDURE IS SCAN-QUARTER
               OUTPUT PROCEDURE IS PRODUCE-RETURN
           PERFORM BALANCE-AND-RELEASE
           PERFORM CLOSE-FILES
           STOP RUN.
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'QTRRET  ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - one return.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'QTRRET  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

       WRITE-HEADER.
           MOVE WS-HEADER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * The PAY-DATE alternate index walks the quarter's records;
      * the sort hands them back by company in pay-date order, so
      * the per-period break needs no table - each date's paychecks
      * arrive together.
       SCAN-QUARTER.
           MOVE WS-QTR-START TO PAY-DATE
           START PAYROLL-FILE KEY IS NOT LESS THAN PAY-DATE
              IF PAY-DATE > WS-QTR-END
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF PAY-STATUS = 'V' OR PAY-STATUS = 'R'
                    ADD 1 TO WS-EXCLUDED-COUNT
                 ELSE
                    PERFORM SETTLE-LEGACY-WAGES
                    PERFORM RESOLVE-PAY-COMPANY
                    MOVE WS-PAY-COMPANY TO SRT-COMPANY
                    MOVE PAY-DATE       TO SRT-PAY-DATE
                    MOVE GROSS-PAY      TO SRT-GROSS-PAY
                    MOVE TAX-AMOUNT     TO SRT-TAX-AMOUNT
                    MOVE TAXABLE-WAGES  TO SRT-TAXABLE-WAGES
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-READ.

      * A paycheck posted before taxable wages and non-taxable pay
      * were kept carries spaces in them - read as PAYREC says.
       SETTLE-LEGACY-WAGES.
           IF TAXABLE-WAGES NOT NUMERIC
              MOVE GROSS-PAY TO TAXABLE-WAGES
           END-IF
           IF JUR-TAXABLE-WAGES NOT NUMERIC
              IF JUR-CODE NOT = SPACES
                 MOVE GROSS-PAY TO JUR-TAXABLE-WAGES
              ELSE
                 MOVE ZERO TO JUR-TAXABLE-WAGES
              END-IF
           END-IF
           IF NONTAX-PAY NOT NUMERIC
              MOVE ZERO TO NONTAX-PAY
           END-IF.

      * The company the paycheck was paid under; one posted before
      * companies were kept takes the employee's current company.
       RESOLVE-PAY-COMPANY.
           MOVE SPACES TO WS-PAY-COMPANY
           IF WS-COMPANY-OPEN-SW = 'Y'
              IF PAY-COMPANY NOT = SPACES
                 MOVE PAY-COMPANY TO WS-PAY-COMPANY
              ELSE
                 MOVE EMP-ID TO PSEMP-ID
                 READ EMPLOYEE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PSEMP-COMPANY TO WS-PAY-COMPANY
                 END-READ
              END-IF
           END-IF.

       PRODUCE-RETURN.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM RETURN-QUARTER-RECORD UNTIL WS-SORT-EOF = 'Y'
           IF WS-CURRENT-DATE NOT = SPACES
              PERFORM END-OF-PERIOD
           END-IF
           IF WS-FIRST-RECORD-SW = 'N'
              AND WS-COMPANY-OPEN-SW = 'Y'
              PERFORM END-OF-COMPANY
           END-IF.

       RETURN-QUARTER-RECORD.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF WS-COMPANY-OPEN-SW = 'Y'
                 IF WS-FIRST-RECORD-SW = 'Y'
                    PERFORM START-COMPANY
                 ELSE
                    IF SRT-COMPANY NOT = WS-CURRENT-COMPANY
                       PERFORM END-OF-PERIOD
                       PERFORM END-OF-COMPANY
                       PERFORM START-COMPANY
                    END-IF
                 END-IF
              END-IF
              MOVE 'N' TO WS-FIRST-RECORD-SW
              IF SRT-PAY-DATE NOT = WS-CURRENT-DATE
                 IF WS-CURRENT-DATE NOT = SPACES
                    PERFORM END-OF-PERIOD
                 END-IF
                 MOVE SRT-PAY-DATE TO WS-CURRENT-DATE
                 MOVE ZERO TO WS-PERIOD-CHECKS
                 MOVE ZERO TO WS-PERIOD-WAGES
                 MOVE ZERO TO WS-PERIOD-TAX
                 MOVE ZERO TO WS-PERIOD-TAXABLE
              END-IF
              ADD 1                 TO WS-PERIOD-CHECKS
              ADD SRT-GROSS-PAY     TO WS-PERIOD-WAGES
              ADD SRT-TAX-AMOUNT    TO WS-PERIOD-TAX
              ADD SRT-TAXABLE-WAGES TO WS-PERIOD-TAXABLE
           END-RETURN.

      * A company's return opens with the name and tax ID it is
      * filed under; a code not on the master says so.
       START-COMPANY.
           MOVE SRT-COMPANY TO WS-CURRENT-COMPANY
           MOVE SRT-COMPANY TO CO-CODE
           READ COMPANY-FILE
           INVALID KEY
              MOVE "NOT ON COMPANY MASTER" TO WC-COMPANY-NAME
              MOVE SPACES                  TO WC-TAX-ID
           NOT INVALID KEY
              MOVE CO-LEGAL-NAME TO WC-COMPANY-NAME
              MOVE CO-TAX-ID     TO WC-TAX-ID
           END-READ
           MOVE SRT-COMPANY TO WC-COMPANY
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COMPANY-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-CURRENT-DATE
           MOVE ZERO TO WS-CO-CHECKS
           MOVE ZERO TO WS-CO-WAGES
           MOVE ZERO TO WS-CO-TAX
           MOVE ZERO TO WS-CO-TAXABLE
           MOVE ZERO TO WS-CO-CHECK-CHECKS
           MOVE ZERO TO WS-CO-CHECK-WAGES
           MOVE ZERO TO WS-CO-CHECK-TAX
           MOVE ZERO TO WS-CO-CHECK-TAXABLE.

      * The company's quarter totals, under the same rule as the
      * grand totals: released only when they balance to its lines.
       END-OF-COMPANY.
           IF WS-CO-CHECKS = WS-CO-CHECK-CHECKS
              AND WS-CO-WAGES = WS-CO-CHECK-WAGES
              AND WS-CO-TAX = WS-CO-CHECK-TAX
              AND WS-CO-TAXABLE = WS-CO-CHECK-TAXABLE
              MOVE WS-CO-CHECKS  TO WQ-CHECKS
              MOVE WS-CO-WAGES   TO WQ-WAGES
              MOVE WS-CO-TAX     TO WQ-TAX
              MOVE WS-CO-TAXABLE TO WQ-TAXABLE
              MOVE WS-QTR-TOTAL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              MOVE WS-BALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE 'N' TO WS-BALANCED-SW
              MOVE WS-UNBALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       END-OF-PERIOD.
           IF WS-PERIOD-CHECKS > ZERO
              PERFORM WRITE-PERIOD-LINE
           MOVE WS-PERIOD-CHECKS TO WP-CHECKS
           MOVE WS-PERIOD-WAGES  TO WP-WAGES
           MOVE WS-PERIOD-TAX    TO WP-TAX
           MOVE WS-PERIOD-TAXABLE TO WP-TAXABLE
           MOVE WS-PERIOD-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           ADD WS-PERIOD-CHECKS TO WS-GRAND-CHECKS
           ADD WS-PERIOD-WAGES  TO WS-GRAND-WAGES
           ADD WS-PERIOD-TAX    TO WS-GRAND-TAX
           ADD WS-PERIOD-TAXABLE TO WS-GRAND-TAXABLE
           ADD WS-PERIOD-CHECKS TO WS-CO-CHECKS
           ADD WS-PERIOD-WAGES  TO WS-CO-WAGES
           ADD WS-PERIOD-TAX    TO WS-CO-TAX
           ADD WS-PERIOD-TAXABLE TO WS-CO-TAXABLE

      * Re-added from the period fields as written, not from the
      * working totals - this is the figure the balance check trusts.
           ADD WP-CHECKS TO WS-CHECK-CHECKS
           ADD WP-WAGES  TO WS-CHECK-WAGES
           ADD WP-TAX    TO WS-CHECK-TAX
           ADD WP-TAXABLE TO WS-CHECK-TAXABLE
           ADD WP-CHECKS TO WS-CO-CHECK-CHECKS
           ADD WP-WAGES  TO WS-CO-CHECK-WAGES
           ADD WP-TAX    TO WS-CO-CHECK-TAX
           ADD WP-TAXABLE TO WS-CO-CHECK-TAXABLE.

      * The quarter totals go out, marked releasable, only when they
      * balance to the sum of the per-period lines.
       BALANCE-AND-RELEASE.
           IF WS-COMPANY-OPEN-SW = 'Y'
              MOVE SPACES TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              MOVE WS-ALL-COMPANIES-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF
           MOVE WS-EXCLUDED-COUNT TO WX-COUNT
           MOVE WS-EXCLUDED-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-GRAND-CHECKS = WS-CHECK-CHECKS
              AND WS-GRAND-WAGES = WS-CHECK-WAGES
              AND WS-GRAND-TAX = WS-CHECK-TAX
              AND WS-GRAND-TAXABLE = WS-CHECK-TAXABLE
              AND WS-BALANCED-SW = 'Y'
              MOVE WS-GRAND-CHECKS TO WQ-CHECKS
              MOVE WS-GRAND-WAGES  TO WQ-WAGES
              MOVE WS-GRAND-TAX    TO WQ-TAX
              MOVE WS-GRAND-TAXABLE TO WQ-TAXABLE
              MOVE WS-QTR-TOTAL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              MOVE WS-BALANCED-LINE TO OUTPUT-RECORD

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM QTRRET.
