      * requested calendar year (PAY-DATE is stored YYYY-MM-DD, so
      * the year is its leading 4 characters) and prints total
      * GROSS-PAY, total TAX-AMOUNT and total NET-PAY for the year -
      * the figure we hand an employee in place of a W2.  Taxable
      * wages - gross less the pre-tax deductions - report on their
      * own line for federal and beside each jurisdiction's tax, so
      * the year's taxable income is not overstated by plan money.
      *
      * When COMPANY.DAT is in use the year is reported one block per
      * employer, as the W-2s are: each paycheck counts under the
      * company it was paid under (PAY-COMPANY, or the employee's
      * current company on a paycheck posted before companies were
      * kept), so a mid-year transfer gets a block for each legal
      * employer, headed with its code and legal name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN TO "YTDRPT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD INPUT-FILE.
       01 INPUT-RECORD.
          05 IN-EMP-ID            PIC X(10).
       01 WS-END-OF-FILE          PIC X       VALUE 'N'.
       01 PAY-FILE-STATUS         PIC XX.
       01 EMP-FILE-STATUS         PIC XX.
       01 CO-FILE-STATUS          PIC XX.
       01 WS-COMPANY-OPEN-SW      PIC X       VALUE 'N'.
       01 WS-EMP-COMPANY          PIC X(4)    VALUE SPACES.
       01 WS-PAY-COMPANY          PIC X(4)    VALUE SPACES.

      * One block of year totals per employer paid under - a single
      * employer has the one blank company.  Four slots is generous;
      * a fifth employer collects under *OVF, as a fifth
      * jurisdiction does, so nothing is ever dropped silently.
      *
      * Within each block, one bucket per distinct jurisdiction
      * withheld for in the year - an employee who moves mid-year
      * reports each code's own total instead of both lumped under
      * the last code seen.
       01 WS-COMPANY-TABLE.
          05 WS-COMPANY-ENTRY OCCURS 4 TIMES.
             10 WY-COMPANY        PIC X(4).
             10 WY-PERIOD-COUNT   PIC 9(5)    COMP.
             10 WY-GROSS          PIC 9(9)V99.
             10 WY-TAX            PIC 9(9)V99.
             10 WY-NET            PIC 9(9)V99.
             10 WY-TAXABLE        PIC 9(9)V99.
             10 WY-JUR-COUNT      PIC 9(2)    COMP.
             10 WS-JUR-ENTRY OCCURS 4 TIMES.
                15 WJ-CODE        PIC X(4).
                15 WJ-AMOUNT      PIC 9(9)V99.
                15 WJ-WAGES       PIC 9(9)V99.
       01 WS-COMPANY-COUNT        PIC 9(2)    COMP VALUE ZERO.
       01 WS-CO-IDX               PIC 9(2)    COMP.
       01 WS-CO-SCAN              PIC 9(2)    COMP.
       01 WS-CO-HIT-SW            PIC X       VALUE 'N'.
       01 WS-JUR-IDX              PIC 9(2)    COMP.
       01 WS-JUR-HIT-SW           PIC X       VALUE 'N'.

          05 FILLER               PIC X(13) VALUE "TAX YEAR    :".
          05 WH-YEAR               PIC X(4).

       01 WS-EMPLOYER-LINE.
          05 FILLER               PIC X(13) VALUE "EMPLOYER    :".
          05 WE-COMPANY            PIC X(4).
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WE-COMPANY-NAME         PIC X(40).

       01 WS-PERIODS-LINE.
          05 FILLER               PIC X(18) VALUE
             "PAY PERIODS FOUND:".
          05 WJ-JUR-CODE           PIC X(4).
          05 FILLER                PIC X(2)  VALUE " :".
          05 WJ-JUR-TAX             PIC Z(8)9.99.
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 FILLER                   PIC X(16) VALUE
             "TAXABLE WAGES :".
          05 WJ-JUR-WAGES              PIC Z(8)9.99.

       01 WS-TOTALS-LINE.
          05 FILLER               PIC X(14) VALUE "TOTAL GROSS :".
          05 FILLER                    PIC X(14) VALUE "TOTAL NET :".
          05 WT-NET                     PIC Z(8)9.99.

       01 WS-TAXABLE-LINE.
          05 FILLER               PIC X(22) VALUE
             "FEDERAL TAXABLE WAGES:".
          05 WT-TAXABLE            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-RUN-OPTIONS
                  EMP-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - one block.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'YTDRPT  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

       LOOKUP-EMPLOYEE-NAME.
           INVALID KEY
              MOVE "UNKNOWN EMPLOYEE" TO WS-EMPLOYEE-NAME
           NOT INVALID KEY
              MOVE PSEMP-NAME    TO WS-EMPLOYEE-NAME
              MOVE PSEMP-COMPANY TO WS-EMP-COMPANY
           END-READ.

       SUMMARIZE-YEAR.
           END-PERFORM.

       ACCUMULATE-PERIOD.
           PERFORM SETTLE-LEGACY-WAGES
           PERFORM RESOLVE-PAY-COMPANY
           PERFORM FIND-COMPANY-BLOCK
           ADD 1 TO WY-PERIOD-COUNT (WS-CO-IDX)
           ADD GROSS-PAY  TO WY-GROSS (WS-CO-IDX)
           ADD TAX-AMOUNT TO WY-TAX (WS-CO-IDX)
           ADD NET-PAY    TO WY-NET (WS-CO-IDX)
           ADD TAXABLE-WAGES TO WY-TAXABLE (WS-CO-IDX)
           IF JUR-CODE NOT = SPACES
              PERFORM ADD-JUR-BUCKET
           END-IF.

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

      * A paycheck posted before companies were kept takes the
      * employee's current company.
       RESOLVE-PAY-COMPANY.
           MOVE SPACES TO WS-PAY-COMPANY
           IF WS-COMPANY-OPEN-SW = 'Y'
              IF PAY-COMPANY NOT = SPACES
                 MOVE PAY-COMPANY TO WS-PAY-COMPANY
              ELSE
                 MOVE WS-EMP-COMPANY TO WS-PAY-COMPANY
              END-IF
           END-IF.

       FIND-COMPANY-BLOCK.
           MOVE 'N' TO WS-CO-HIT-SW
           PERFORM VARYING WS-CO-SCAN FROM 1 BY 1
                   UNTIL WS-CO-SCAN > WS-COMPANY-COUNT
              IF WY-COMPANY (WS-CO-SCAN) = WS-PAY-COMPANY
                 MOVE WS-CO-SCAN TO WS-CO-IDX
                 MOVE 'Y' TO WS-CO-HIT-SW
              END-IF
           END-PERFORM
           IF WS-CO-HIT-SW = 'N'
              IF WS-COMPANY-COUNT < 4
                 ADD 1 TO WS-COMPANY-COUNT
                 MOVE WS-COMPANY-COUNT TO WS-CO-IDX
                 MOVE WS-PAY-COMPANY   TO WY-COMPANY (WS-CO-IDX)
                 PERFORM CLEAR-COMPANY-BLOCK
              ELSE
                 MOVE 4 TO WS-CO-IDX
                 MOVE "*OVF" TO WY-COMPANY (4)
              END-IF
           END-IF.

       CLEAR-COMPANY-BLOCK.
           MOVE ZERO TO WY-PERIOD-COUNT (WS-CO-IDX)
           MOVE ZERO TO WY-GROSS (WS-CO-IDX)
           MOVE ZERO TO WY-TAX (WS-CO-IDX)
           MOVE ZERO TO WY-NET (WS-CO-IDX)
           MOVE ZERO TO WY-TAXABLE (WS-CO-IDX)
           MOVE ZERO TO WY-JUR-COUNT (WS-CO-IDX).

       ADD-JUR-BUCKET.
           MOVE 'N' TO WS-JUR-HIT-SW
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX > WY-JUR-COUNT (WS-CO-IDX)
              IF WJ-CODE (WS-CO-IDX, WS-JUR-IDX) = JUR-CODE
                 ADD JUR-TAX-AMOUNT
                     TO WJ-AMOUNT (WS-CO-IDX, WS-JUR-IDX)
                 ADD JUR-TAXABLE-WAGES
                     TO WJ-WAGES (WS-CO-IDX, WS-JUR-IDX)
                 MOVE 'Y' TO WS-JUR-HIT-SW
              END-IF
           END-PERFORM
           IF WS-JUR-HIT-SW = 'N'
              IF WY-JUR-COUNT (WS-CO-IDX) < 4
                 ADD 1 TO WY-JUR-COUNT (WS-CO-IDX)
                 MOVE WY-JUR-COUNT (WS-CO-IDX) TO WS-JUR-IDX
                 MOVE JUR-CODE TO WJ-CODE (WS-CO-IDX, WS-JUR-IDX)
                 MOVE JUR-TAX-AMOUNT
                     TO WJ-AMOUNT (WS-CO-IDX, WS-JUR-IDX)
                 MOVE JUR-TAXABLE-WAGES
                     TO WJ-WAGES (WS-CO-IDX, WS-JUR-IDX)
              ELSE
                 MOVE "*OVF" TO WJ-CODE (WS-CO-IDX, 4)
                 ADD JUR-TAX-AMOUNT TO WJ-AMOUNT (WS-CO-IDX, 4)
                 ADD JUR-TAXABLE-WAGES TO WJ-WAGES (WS-CO-IDX, 4)
              END-IF
           END-IF.

           MOVE WS-HEADER-LINE-2 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      * A year with no paychecks still reports its zero totals.
           IF WS-COMPANY-COUNT = ZERO
              ADD 1 TO WS-COMPANY-COUNT
              MOVE 1      TO WS-CO-IDX
              MOVE SPACES TO WY-COMPANY (1)
              PERFORM CLEAR-COMPANY-BLOCK
           END-IF
           PERFORM WRITE-COMPANY-BLOCK
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT.

      * Each employer's block opens with its code and legal name; a
      * code not on the master says so.
       WRITE-COMPANY-BLOCK.
           IF WS-COMPANY-OPEN-SW = 'Y'
              AND WY-PERIOD-COUNT (WS-CO-IDX) > ZERO
              MOVE WY-COMPANY (WS-CO-IDX) TO CO-CODE
              READ COMPANY-FILE
              INVALID KEY
                 MOVE "NOT ON COMPANY MASTER" TO WE-COMPANY-NAME
              NOT INVALID KEY
                 MOVE CO-LEGAL-NAME TO WE-COMPANY-NAME
              END-READ
              MOVE WY-COMPANY (WS-CO-IDX) TO WE-COMPANY
              MOVE WS-EMPLOYER-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF

           MOVE WY-PERIOD-COUNT (WS-CO-IDX) TO WC-COUNT
           MOVE WS-PERIODS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WY-GROSS (WS-CO-IDX) TO WT-GROSS
           MOVE WY-TAX (WS-CO-IDX)   TO WT-TAX
           MOVE WY-NET (WS-CO-IDX)   TO WT-NET
           MOVE WS-TOTALS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WY-TAXABLE (WS-CO-IDX) TO WT-TAXABLE
           MOVE WS-TAXABLE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      * State/local withholding reports separately under each
      * jurisdiction code it was withheld for - it is tax, not an
      * "other deduction", and a mid-year move gets two lines.
           PERFORM WRITE-ONE-JUR-LINE
               VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WY-JUR-COUNT (WS-CO-IDX).

       WRITE-ONE-JUR-LINE.
           MOVE WJ-CODE (WS-CO-IDX, WS-JUR-IDX)   TO WJ-JUR-CODE
           MOVE WJ-AMOUNT (WS-CO-IDX, WS-JUR-IDX) TO WJ-JUR-TAX
           MOVE WJ-WAGES (WS-CO-IDX, WS-JUR-IDX)  TO WJ-JUR-WAGES
           MOVE WS-JUR-TAX-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM YTDRPT.
