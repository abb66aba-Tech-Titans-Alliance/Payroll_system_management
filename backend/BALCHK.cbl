      *     are explained, and the check money must equal the
      *     CHKPRINT control total
      *
      * When COMPANY.DAT is kept the same proof is run for every
      * company the date's paychecks were paid under (PAY-COMPANY,
      * or the employee's current company on a paycheck posted
      * before companies were kept): its posted figures against its
      * own PAYREG record, its deposit money against its own ACHGEN
      * record and its check money against its own CHKPRINT record
      * - a company record missing is out of balance.  The company
      * records of each step must also add back up to the step's
      * grand record.
      *
      * A clean run writes its own BALCHK control record, which
      * RECONCIL requires before it will close the period - an
      * out-of-balance period cannot be closed by accident.
               ALTERNATE RECORD KEY IS CKI-CHECK-NO
               FILE STATUS IS ISS-FILE-STATUS.

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

           SELECT CONTROL-FILE ASSIGN TO "BALCHK.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD ISSUE-FILE.
       COPY CHKISSRC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 BC-PAY-DATE          PIC X(10).
       01 WS-BALANCED-SW           PIC X       VALUE 'Y'.
       01 WS-CHECK-PAID-SW         PIC X       VALUE 'N'.
       01 WS-TRACE-SUM             PIC 9(11)V99 VALUE ZERO.
       01 EMP-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.

      * Per-company figures, one entry per company code the date's
      * paychecks were paid under, in the order first met.  The
      * record money is what the paycheck being classified put on
      * each path, for adding to its company's entry.
       01 WS-PAY-COMPANY           PIC X(4)    VALUE SPACES.
       01 WS-REC-ACH-MONEY         PIC 9(11)V99 VALUE ZERO.
       01 WS-REC-CHECK-MONEY       PIC 9(11)V99 VALUE ZERO.
       01 WS-COMPANY-COUNT         PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-IDX                PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-SUB                PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-FOUND-SW           PIC X       VALUE 'N'.
       01 WS-COMPANY-TABLE.
          05 WS-CO-ENTRY           OCCURS 50 TIMES.
             10 WK-CO-CODE         PIC X(4).
             10 WK-CO-POSTED-COUNT PIC 9(7)    COMP.
             10 WK-CO-POSTED-GROSS PIC 9(11)V99.
             10 WK-CO-POSTED-TAX   PIC 9(11)V99.
             10 WK-CO-POSTED-NET   PIC 9(11)V99.
             10 WK-CO-ACH-MONEY    PIC 9(11)V99.
             10 WK-CO-CHECK-MONEY  PIC 9(11)V99.
       01 WS-STEP-SUM              PIC 9(11)V99 VALUE ZERO.
       01 WS-STEP-EOF              PIC X       VALUE 'N'.

      * Posted figures recomputed off PAYROLL.DAT, voids excluded
       01 WS-POSTED-COUNT          PIC 9(7)    COMP VALUE ZERO.
             "STEP TOTALS MISSING - ".
          05 WM-STEP                PIC X(8).

       01 WS-COMPANY-LINE.
          05 FILLER                PIC X(24) VALUE
             "COMPANY               :".
          05 WK-LINE-COMPANY        PIC X(4).

       01 WS-CO-MISSING-LINE.
          05 FILLER                PIC X(22) VALUE
             "STEP TOTALS MISSING - ".
          05 WMC-STEP               PIC X(8).
          05 FILLER                 PIC X(9)  VALUE " COMPANY ".
          05 WMC-COMPANY             PIC X(4).

       01 WS-TABLE-FULL-LINE.
          05 FILLER                PIC X(30) VALUE
             "COMPANY TABLE FULL - COMPANY ".
          05 WTF-COMPANY            PIC X(4).
          05 FILLER                 PIC X(14) VALUE " NOT BALANCED".

       01 WS-IN-BALANCE-LINE       PIC X(44) VALUE
          "IN BALANCE - PERIOD MAY CLOSE".
       01 WS-OUT-BALANCE-LINE      PIC X(52) VALUE
           PERFORM READ-STEP-TOTALS
           PERFORM SWEEP-PAYROLL
           PERFORM COMPARE-AND-REPORT
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM COMPARE-COMPANIES
                  VARYING WS-CO-IDX FROM 1 BY 1
                  UNTIL WS-CO-IDX > WS-COMPANY-COUNT
              PERFORM COMPARE-COMPANY-SUMS
           END-IF
           PERFORM WRITE-VERDICT
           PERFORM CLOSE-FILES
           STOP RUN.
                  TOT-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'BALCHK  ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - the grand proof is
      * the whole proof.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'BALCHK  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No trace or issue file yet just means that money path has
      * never been used - every payable record then lands on the
      * other path or on the not-paid list.
       READ-ONE-STEP.
           MOVE WS-PAY-DATE TO TOT-PAY-DATE
           MOVE WM-STEP     TO TOT-STEP
           MOVE SPACES      TO TOT-COMPANY
           READ CTLTOT-FILE
           INVALID KEY
              MOVE 'N' TO WS-STEP-FOUND-SW
           END-READ.

       CLASSIFY-ONE-RECORD.
           MOVE ZERO TO WS-REC-ACH-MONEY
           MOVE ZERO TO WS-REC-CHECK-MONEY
           IF PAY-STATUS NOT = 'V'
              ADD 1          TO WS-POSTED-COUNT
              ADD GROSS-PAY  TO WS-POSTED-GROSS
                    ADD NET-PAY TO WS-VOID-NET
                    PERFORM SUM-LIVE-TRACES
                    ADD WS-TRACE-SUM TO WS-VOID-DEPOSITED
                    MOVE WS-TRACE-SUM TO WS-REC-ACH-MONEY
               WHEN PAY-STATUS = 'R'
                    ADD 1       TO WS-RET-COUNT
                    ADD NET-PAY TO WS-RET-NET
                    PERFORM SUM-LIVE-TRACES
                    ADD WS-TRACE-SUM TO WS-RET-DEPOSITED
                    MOVE WS-TRACE-SUM TO WS-REC-ACH-MONEY
               WHEN NET-PAY > ZERO
                    ADD NET-PAY TO WS-PAYABLE-NET
                    PERFORM TRACE-THE-MONEY
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM ADD-COMPANY-FIGURES
           END-IF.

      * The company the paycheck was paid under; one posted before
      * companies were kept takes the employee's current company.
       RESOLVE-PAY-COMPANY.
           MOVE SPACES TO WS-PAY-COMPANY
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
           END-IF.

      * The paycheck's posted figures and the money it put on each
      * path go to its company's entry - a new code opens one.
       ADD-COMPANY-FIGURES.
           PERFORM RESOLVE-PAY-COMPANY
           MOVE 'N' TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-COMPANY-COUNT
                  OR WS-CO-FOUND-SW = 'Y'
               IF WK-CO-CODE (WS-CO-SUB) = WS-PAY-COMPANY
                  MOVE 'Y' TO WS-CO-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CO-FOUND-SW = 'Y'
              SUBTRACT 1 FROM WS-CO-SUB
           ELSE
              IF WS-COMPANY-COUNT < 50
                 ADD 1 TO WS-COMPANY-COUNT
                 MOVE WS-COMPANY-COUNT TO WS-CO-SUB
                 MOVE WS-PAY-COMPANY TO WK-CO-CODE (WS-CO-SUB)
                 MOVE ZERO TO WK-CO-POSTED-COUNT (WS-CO-SUB)
                 MOVE ZERO TO WK-CO-POSTED-GROSS (WS-CO-SUB)
                 MOVE ZERO TO WK-CO-POSTED-TAX (WS-CO-SUB)
                 MOVE ZERO TO WK-CO-POSTED-NET (WS-CO-SUB)
                 MOVE ZERO TO WK-CO-ACH-MONEY (WS-CO-SUB)
                 MOVE ZERO TO WK-CO-CHECK-MONEY (WS-CO-SUB)
                 MOVE 'Y' TO WS-CO-FOUND-SW
              ELSE
                 MOVE WS-PAY-COMPANY TO WTF-COMPANY
                 MOVE WS-TABLE-FULL-LINE TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
                 MOVE 'N' TO WS-BALANCED-SW
              END-IF
           END-IF
           IF WS-CO-FOUND-SW = 'Y'
              IF PAY-STATUS NOT = 'V'
                 ADD 1          TO WK-CO-POSTED-COUNT (WS-CO-SUB)
                 ADD GROSS-PAY  TO WK-CO-POSTED-GROSS (WS-CO-SUB)
                 ADD TAX-AMOUNT TO WK-CO-POSTED-TAX (WS-CO-SUB)
                 ADD NET-PAY    TO WK-CO-POSTED-NET (WS-CO-SUB)
              END-IF
              ADD WS-REC-ACH-MONEY   TO WK-CO-ACH-MONEY (WS-CO-SUB)
              ADD WS-REC-CHECK-MONEY TO WK-CO-CHECK-MONEY (WS-CO-SUB)
           END-IF.

      * A check-paid record can still own live deposit entries: a
      * returned deposit REISSUE re-routed to the check bucket is
           PERFORM CHECK-ISSUE-RECORD-EXISTS
           IF WS-CHECK-PAID-SW = 'Y'
              ADD NET-PAY TO WS-CHECK-PAID-TOTAL
              MOVE NET-PAY TO WS-REC-CHECK-MONEY
              PERFORM SUM-LIVE-TRACES
              ADD WS-TRACE-SUM TO WS-CHK-DEPOSITED
              MOVE WS-TRACE-SUM TO WS-REC-ACH-MONEY
           ELSE
              PERFORM SUM-LIVE-TRACES
              IF WS-TRACE-SUM > ZERO
                 ADD WS-TRACE-SUM TO WS-ACH-PAID-TOTAL
                 MOVE WS-TRACE-SUM TO WS-REC-ACH-MONEY
              ELSE
                 ADD 1       TO WS-UNPAID-COUNT
                 ADD NET-PAY TO WS-UNPAID-TOTAL

           PERFORM WRITE-MONEY-EQUATION.

      * One company's proof against its own step records.  Its ACH
      * money already carries the explained deposits for its voided,
      * returned and re-routed paychecks.
       COMPARE-COMPANIES.
           MOVE WK-CO-CODE (WS-CO-IDX) TO WK-LINE-COMPANY
           MOVE WS-COMPANY-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      * A company whose only paychecks on the date were voided has
      * nothing on the register and no PAYREG record to prove.
           MOVE 'N' TO WS-STEP-FOUND-SW
           IF WK-CO-POSTED-COUNT (WS-CO-IDX) > ZERO
              MOVE "PAYREG  " TO WM-STEP
              PERFORM READ-COMPANY-STEP
           END-IF
           IF WS-STEP-FOUND-SW = 'Y'
              MOVE "  POSTED NET V REGISTER:" TO WC-LABEL
              MOVE WK-CO-POSTED-NET (WS-CO-IDX) TO WC-LEFT
              MOVE TOT-NET-TOTAL                 TO WC-RIGHT
              PERFORM JUDGE-NET-PAIR
              MOVE "  POSTED GROSS V REGSTR:" TO WC-LABEL
              MOVE WK-CO-POSTED-GROSS (WS-CO-IDX) TO WC-LEFT
              MOVE TOT-GROSS-TOTAL                 TO WC-RIGHT
              IF WK-CO-POSTED-GROSS (WS-CO-IDX) = TOT-GROSS-TOTAL
                 AND WK-CO-POSTED-TAX (WS-CO-IDX) = TOT-TAX-TOTAL
                 AND WK-CO-POSTED-COUNT (WS-CO-IDX) = TOT-RECORD-COUNT
                 MOVE "  OK" TO WC-VERDICT
              ELSE
                 MOVE "  MISMATCH" TO WC-VERDICT
                 MOVE 'N' TO WS-BALANCED-SW
              END-IF
              MOVE WS-COMPARE-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF

           MOVE "ACHGEN  " TO WM-STEP
           PERFORM READ-COMPANY-STEP
           IF WS-STEP-FOUND-SW = 'Y'
              MOVE "  ACH MATCHED VS ACHGEN:" TO WC-LABEL
              MOVE WK-CO-ACH-MONEY (WS-CO-IDX) TO WC-LEFT
              MOVE TOT-NET-TOTAL                TO WC-RIGHT
              PERFORM JUDGE-NET-PAIR
           END-IF

           MOVE "CHKPRINT" TO WM-STEP
           PERFORM READ-COMPANY-STEP
           IF WS-STEP-FOUND-SW = 'Y'
              MOVE "  CHECKS MATCHED VS REG:" TO WC-LABEL
              MOVE WK-CO-CHECK-MONEY (WS-CO-IDX) TO WC-LEFT
              MOVE TOT-NET-TOTAL                  TO WC-RIGHT
              PERFORM JUDGE-NET-PAIR
           END-IF.

       READ-COMPANY-STEP.
           MOVE WS-PAY-DATE            TO TOT-PAY-DATE
           MOVE WM-STEP                TO TOT-STEP
           MOVE WK-CO-CODE (WS-CO-IDX) TO TOT-COMPANY
           READ CTLTOT-FILE
           INVALID KEY
              MOVE 'N' TO WS-STEP-FOUND-SW
              MOVE WM-STEP                TO WMC-STEP
              MOVE WK-CO-CODE (WS-CO-IDX) TO WMC-COMPANY
              MOVE WS-CO-MISSING-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              MOVE 'N' TO WS-BALANCED-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-STEP-FOUND-SW
           END-READ.

      * Each step's company records must add back up to the step's
      * grand record - a company record left over from an earlier
      * run of the date shows up here.
       COMPARE-COMPANY-SUMS.
           IF WS-REG-FOUND-SW = 'Y'
              MOVE "PAYREG  " TO WM-STEP
              PERFORM SUM-COMPANY-RECORDS
              MOVE "COMPANIES VS REGISTER :" TO WC-LABEL
              MOVE WS-STEP-SUM TO WC-LEFT
              MOVE WS-REG-NET  TO WC-RIGHT
              PERFORM JUDGE-NET-PAIR
           END-IF

           IF WS-ACH-FOUND-SW = 'Y'
              MOVE "ACHGEN  " TO WM-STEP
              PERFORM SUM-COMPANY-RECORDS
              MOVE "COMPANIES VS ACHGEN   :" TO WC-LABEL
              MOVE WS-STEP-SUM TO WC-LEFT
              MOVE WS-ACH-NET  TO WC-RIGHT
              PERFORM JUDGE-NET-PAIR
           END-IF

           IF WS-CHK-FOUND-SW = 'Y'
              MOVE "CHKPRINT" TO WM-STEP
              PERFORM SUM-COMPANY-RECORDS
              MOVE "COMPANIES VS CHKPRINT :" TO WC-LABEL
              MOVE WS-STEP-SUM TO WC-LEFT
              MOVE WS-CHK-NET  TO WC-RIGHT
              PERFORM JUDGE-NET-PAIR
           END-IF.

       SUM-COMPANY-RECORDS.
           MOVE ZERO TO WS-STEP-SUM
           MOVE 'N'  TO WS-STEP-EOF
           MOVE WS-PAY-DATE TO TOT-PAY-DATE
           MOVE WM-STEP     TO TOT-STEP
           MOVE SPACES      TO TOT-COMPANY
           START CTLTOT-FILE KEY IS NOT LESS THAN CONTROL-TOTAL-KEY
           INVALID KEY
              MOVE 'Y' TO WS-STEP-EOF
           END-START
           PERFORM SUM-ONE-COMPANY-RECORD UNTIL WS-STEP-EOF = 'Y'.

       SUM-ONE-COMPANY-RECORD.
           READ CTLTOT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-STEP-EOF
           NOT AT END
              IF TOT-PAY-DATE NOT = WS-PAY-DATE
                 OR TOT-STEP NOT = WM-STEP
                 MOVE 'Y' TO WS-STEP-EOF
              ELSE
                 IF TOT-COMPANY NOT = SPACES
                    ADD TOT-NET-TOTAL TO WS-STEP-SUM
                 END-IF
              END-IF
           END-READ.

       JUDGE-NET-PAIR.
           IF WC-LEFT = WC-RIGHT
              MOVE "  OK" TO WC-VERDICT
           IF WS-BALANCED-SW = 'Y'
              MOVE WS-PAY-DATE     TO TOT-PAY-DATE
              MOVE "BALCHK  "      TO TOT-STEP
              MOVE SPACES          TO TOT-COMPANY
              MOVE WS-POSTED-COUNT TO TOT-RECORD-COUNT
              MOVE WS-POSTED-GROSS TO TOT-GROSS-TOTAL
              MOVE WS-POSTED-TAX   TO TOT-TAX-TOTAL
       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE CTLTOT-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           IF WS-TRACE-OPEN-SW = 'Y'
              CLOSE TRACE-FILE
           END-IF
