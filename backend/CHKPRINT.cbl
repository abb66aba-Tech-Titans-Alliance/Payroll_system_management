      * reprints nothing (the first run's positive-pay list is
      * already at the bank), it only picks up records that joined
      * the check bucket since.
      *
      * When COMPANY.DAT is in use the checks are printed one company
      * at a time, each drawn on that company's own check account:
      * the check face carries the company's legal name and account,
      * the register and positive-pay file get a header per company
      * (positive pay is matched by the bank account by account),
      * the register a subtotal per company, and CTLTOTAL.DAT one
      * CHKPRINT record per company besides the grand record.  The
      * check numbers come off the one CHECKNBR.DAT sequence for all
      * companies.  A paycheck goes with the company it was paid
      * under (PAY-COMPANY, or the employee's current company on a
      * paycheck posted before companies were kept); one whose
      * company is not on the master is listed as NOT PRINTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CONTROL-TOTAL-KEY
               FILE STATUS IS TOT-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT CHECKNBR-FILE ASSIGN TO "CHECKNBR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHK-FILE-STATUS.
       FD CTLTOT-FILE.
       COPY CTLTOTRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD CHECKNBR-FILE.
       01 CHECK-NUMBER-RECORD.
          05 CN-NEXT-CHECK-NO     PIC 9(8).
       01 WS-ISSUED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEDUCTIONS      PIC 9(7)V99 VALUE ZERO.

      * Company check runs.  One table entry per company on
      * COMPANY.DAT, in code order; without the file there is one
      * entry with a blank code and the run prints as it always did.
      * The issued count and total per entry build the company
      * control total records off CHKISSUE.DAT.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-COMPANY-EOF           PIC X       VALUE 'N'.
       01 WS-COMPANY-COUNT         PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-IDX                PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-SUB                PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-FOUND-SW           PIC X       VALUE 'N'.
       01 WS-COMPANY-TABLE.
          05 WS-CO-ENTRY           OCCURS 50 TIMES.
             10 WK-CO-CODE         PIC X(4).
             10 WK-CO-NAME         PIC X(40).
             10 WK-CO-ROUTING      PIC X(9).
             10 WK-CO-ACCOUNT      PIC X(17).
             10 WK-CO-ISSUED-COUNT PIC 9(7)    COMP.
             10 WK-CO-ISSUED-TOTAL PIC 9(11)V99.
       01 WS-PAY-COMPANY           PIC X(4)    VALUE SPACES.
       01 WS-CO-CHECK-COUNT        PIC 9(5)    COMP VALUE ZERO.
       01 WS-CO-CHECK-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01 WS-RULE-LINE             PIC X(72)   VALUE ALL "=".
       01 WS-DASH-LINE             PIC X(72)   VALUE ALL "-".

       01 WS-CHECK-HEAD-LINE.
          05 WC-COMPANY-NAME        PIC X(40).
          05 FILLER                PIC X(10) VALUE "CHECK NO:".
          05 WC-CHECK-NO            PIC 9(8).

       01 WS-CHECK-ACCOUNT-LINE.
          05 FILLER                PIC X(21) VALUE
             "DRAWN ON ACCOUNT:    ".
          05 WC-ROUTING             PIC X(9).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WC-ACCOUNT              PIC X(17).

       01 WS-PAYEE-LINE.
          05 FILLER                PIC X(21) VALUE
             "PAY TO THE ORDER OF: ".
          05 FILLER                  PIC X(14) VALUE "TOTAL AMOUNT :".
          05 WT-CHECK-TOTAL           PIC Z(8)9.99.

       01 WS-COMPANY-HEAD-LINE.
          05 FILLER                PIC X(9)  VALUE "COMPANY: ".
          05 WH-COMPANY             PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WH-COMPANY-NAME         PIC X(40).
          05 FILLER                  PIC X(10) VALUE " ACCOUNT: ".
          05 WH-ACCOUNT               PIC X(17).

       01 WS-COMPANY-TOTAL-LINE.
          05 FILLER                PIC X(16) VALUE "COMPANY CHECKS :".
          05 WU-CHECK-COUNT         PIC ZZZZ9.
          05 FILLER                 PIC X(5)  VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE "TOTAL AMOUNT :".
          05 WU-CHECK-TOTAL           PIC Z(8)9.99.

       01 WS-UNKNOWN-COMPANY-LINE.
          05 FILLER                PIC X(9)  VALUE "NO CHECK ".
          05 WK-UNK-EMP-ID          PIC X(10).
          05 FILLER                 PIC X(17) VALUE
             " UNKNOWN COMPANY ".
          05 WK-UNK-COMPANY          PIC X(4).
          05 FILLER                  PIC X(14) VALUE
             " - NOT PRINTED".

       01 WS-ALREADY-ISSUED-LINE.
          05 FILLER                PIC X(9)  VALUE "NO CHECK ".
          05 WA-EMP-ID              PIC X(10).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WP-PAYEE-NAME            PIC X(40).

      * Positive-pay account header - the bank matches the check
      * lines that follow against this account.
       01 WS-POSPAY-ACCOUNT-LINE.
          05 FILLER                PIC X(8)  VALUE "ACCOUNT ".
          05 WQ-ROUTING             PIC X(9).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WQ-ACCOUNT              PIC X(17).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WQ-COMPANY               PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CHECK-NUMBER
           PERFORM OPEN-FILES
           PERFORM CHECK-PAY-PERIOD
           PERFORM LOAD-COMPANY-TABLE
           PERFORM PRINT-COMPANY-CHECKS
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM LIST-UNKNOWN-COMPANIES
           END-IF
           PERFORM WRITE-REGISTER-TOTAL
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM SAVE-CHECK-NUMBER
           PERFORM CLOSE-FILES
           STOP RUN.

      * One pass over the pay date per company table entry.  In
      * company mode the register and positive-pay file each get a
      * header for the company and the register a subtotal after.
       PRINT-COMPANY-CHECKS.
           MOVE ZERO TO WS-CO-CHECK-COUNT
           MOVE ZERO TO WS-CO-CHECK-TOTAL
           MOVE 'N'  TO WS-END-OF-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM WRITE-COMPANY-HEADERS
           END-IF
           PERFORM START-AT-PAY-DATE
           PERFORM SCAN-PAYROLL UNTIL WS-END-OF-FILE = 'Y'
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM WRITE-COMPANY-TOTAL
           END-IF.

       WRITE-COMPANY-HEADERS.
           MOVE WK-CO-CODE (WS-CO-IDX)    TO WH-COMPANY
           MOVE WK-CO-NAME (WS-CO-IDX)    TO WH-COMPANY-NAME
           MOVE WK-CO-ACCOUNT (WS-CO-IDX) TO WH-ACCOUNT
           MOVE WS-COMPANY-HEAD-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE WK-CO-ROUTING (WS-CO-IDX) TO WQ-ROUTING
           MOVE WK-CO-ACCOUNT (WS-CO-IDX) TO WQ-ACCOUNT
           MOVE WK-CO-CODE (WS-CO-IDX)    TO WQ-COMPANY
           MOVE WS-POSPAY-ACCOUNT-LINE TO POSPAY-RECORD
           WRITE POSPAY-RECORD.

       WRITE-COMPANY-TOTAL.
           MOVE WS-CO-CHECK-COUNT TO WU-CHECK-COUNT
           MOVE WS-CO-CHECK-TOTAL TO WU-CHECK-TOTAL
           MOVE WS-COMPANY-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      * Every company on the master, active or not - a company being
      * wound down still pays its final checks.
       LOAD-COMPANY-TABLE.
           MOVE ZERO TO WS-COMPANY-COUNT
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
              MOVE 'N' TO WS-COMPANY-EOF
              MOVE LOW-VALUES TO CO-CODE
              START COMPANY-FILE KEY IS NOT LESS THAN CO-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-COMPANY-EOF
              END-START
              PERFORM LOAD-ONE-COMPANY UNTIL WS-COMPANY-EOF = 'Y'
              CLOSE COMPANY-FILE
           ELSE
              IF CO-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'CHKPRINT' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF
           IF WS-COMPANY-COUNT = ZERO
              MOVE 'N'    TO WS-COMPANY-OPEN-SW
              MOVE 1      TO WS-COMPANY-COUNT
              MOVE SPACES TO WS-CO-ENTRY (1)
              MOVE "PAYROLL SYSTEM MANAGEMENT" TO WK-CO-NAME (1)
              MOVE ZERO   TO WK-CO-ISSUED-COUNT (1)
              MOVE ZERO   TO WK-CO-ISSUED-TOTAL (1)
           END-IF.

       LOAD-ONE-COMPANY.
           READ COMPANY-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-COMPANY-EOF
           NOT AT END
              IF WS-COMPANY-COUNT < 50
                 ADD 1 TO WS-COMPANY-COUNT
                 MOVE CO-CODE
                      TO WK-CO-CODE (WS-COMPANY-COUNT)
                 MOVE CO-LEGAL-NAME
                      TO WK-CO-NAME (WS-COMPANY-COUNT)
                 MOVE CO-CHECK-ROUTING
                      TO WK-CO-ROUTING (WS-COMPANY-COUNT)
                 MOVE CO-CHECK-ACCOUNT
                      TO WK-CO-ACCOUNT (WS-COMPANY-COUNT)
                 MOVE ZERO
                      TO WK-CO-ISSUED-COUNT (WS-COMPANY-COUNT)
                 MOVE ZERO
                      TO WK-CO-ISSUED-TOTAL (WS-COMPANY-COUNT)
              END-IF
           END-READ.

      * The company a paycheck was paid under.  A paycheck posted
      * before companies were kept carries none and goes with the
      * employee's current company.  Without a company master every
      * paycheck resolves to the one blank-coded entry.
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

       FIND-COMPANY-ENTRY.
           MOVE 'N' TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-COMPANY-COUNT
                  OR WS-CO-FOUND-SW = 'Y'
               IF WK-CO-CODE (WS-CO-SUB) = WS-PAY-COMPANY
                  MOVE 'Y' TO WS-CO-FOUND-SW
               END-IF
           END-PERFORM.

      * Paychecks no company run took - their company is not on the
      * master - cannot be drawn on any account.  Those that would
      * have been checks are listed as not printed.
       LIST-UNKNOWN-COMPANIES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM START-AT-PAY-DATE
           PERFORM LIST-ONE-UNKNOWN UNTIL WS-END-OF-FILE = 'Y'.

       LIST-ONE-UNKNOWN.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE NOT = WS-PAY-DATE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF NET-PAY > ZERO
                    AND (PAY-STATUS = 'P' OR PAY-STATUS = 'F')
                    PERFORM RESOLVE-PAY-COMPANY
                    PERFORM FIND-COMPANY-ENTRY
                    IF WS-CO-FOUND-SW = 'N'
                       PERFORM WRITE-UNKNOWN-COMPANY-LINE
                    END-IF
                 END-IF
              END-IF
           END-READ.

       WRITE-UNKNOWN-COMPANY-LINE.
           MOVE EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-EMP-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ

           IF WS-EMP-FOUND-SW = 'N'
              MOVE EMP-ID TO WN-EMP-ID
              MOVE "NOT ON EMPLOYEE MASTER - NOT PRINTED"
                   TO WN-REASON
              MOVE WS-NOT-PRINTED-LINE TO REGISTER-RECORD
              WRITE REGISTER-RECORD
           ELSE
              IF PSEMP-BANK-ROUTING = SPACES
                 OR PSEMP-BANK-ACCOUNT = SPACES
                 OR PSEMP-PRENOTE-STATUS = 'P'
                 OR PSEMP-PRENOTE-STATUS = 'F'
                 MOVE EMP-ID         TO WK-UNK-EMP-ID
                 MOVE WS-PAY-COMPANY TO WK-UNK-COMPANY
                 MOVE WS-UNKNOWN-COMPANY-LINE TO REGISTER-RECORD
                 WRITE REGISTER-RECORD
              END-IF
           END-IF.

      * The PAY-DATE alternate index positions the read straight at
      * the requested period - no more sequential pass over every
      * period ever paid.
              ELSE
                 IF NET-PAY > ZERO
                    AND (PAY-STATUS = 'P' OR PAY-STATUS = 'F')
                    PERFORM RESOLVE-PAY-COMPANY
                    IF WS-PAY-COMPANY = WK-CO-CODE (WS-CO-IDX)
                       PERFORM SELECT-CHECK-CANDIDATE
                    END-IF
                 END-IF
              END-IF
           END-READ.

           ADD 1 TO WS-CHECK-COUNT
           ADD NET-PAY TO WS-CHECK-TOTAL
           ADD 1 TO WS-CO-CHECK-COUNT
           ADD NET-PAY TO WS-CO-CHECK-TOTAL
           ADD 1 TO WS-NEXT-CHECK-NO.

      * A fresh issue record starts outstanding - CHKRECON marks it
           MOVE NET-PAY          TO CKI-AMOUNT
           MOVE SPACE            TO CKI-CLEAR-STATUS
           MOVE SPACES           TO CKI-PAID-DATE
           MOVE WK-CO-CODE (WS-CO-IDX) TO CKI-COMPANY
           WRITE CHECK-ISSUE-RECORD
           INVALID KEY
              REWRITE CHECK-ISSUE-RECORD
           MOVE WS-RULE-LINE TO CHECK-RECORD
           WRITE CHECK-RECORD

           MOVE WK-CO-NAME (WS-CO-IDX) TO WC-COMPANY-NAME
           MOVE WS-NEXT-CHECK-NO TO WC-CHECK-NO
           MOVE WS-CHECK-HEAD-LINE TO CHECK-RECORD
           WRITE CHECK-RECORD

           IF WS-COMPANY-OPEN-SW = 'Y'
              MOVE WK-CO-ROUTING (WS-CO-IDX) TO WC-ROUTING
              MOVE WK-CO-ACCOUNT (WS-CO-IDX) TO WC-ACCOUNT
              MOVE WS-CHECK-ACCOUNT-LINE TO CHECK-RECORD
              WRITE CHECK-RECORD
           END-IF

           MOVE PSEMP-NAME TO WC-PAYEE-NAME
           MOVE WS-PAYEE-LINE TO CHECK-RECORD
           WRITE CHECK-RECORD
      * bucket (a REISSUE replacement, say), and a control row
      * holding just the fresh check would mismatch forever; the
      * issue file always carries every check standing against the
      * date.  In company mode each issue record is added to its
      * company's entry too (CKI-COMPANY, or for a check printed
      * before companies were kept the company of its paycheck) and
      * a CHKPRINT record is written per company besides the grand
      * record.
       WRITE-CONTROL-TOTALS.
           MOVE ZERO TO WS-ISSUED-COUNT
           MOVE ZERO TO WS-ISSUED-TOTAL

           MOVE WS-PAY-DATE     TO TOT-PAY-DATE
           MOVE "CHKPRINT"      TO TOT-STEP
           MOVE SPACES          TO TOT-COMPANY
           MOVE WS-ISSUED-COUNT TO TOT-RECORD-COUNT
           MOVE ZERO            TO TOT-GROSS-TOTAL
           MOVE ZERO            TO TOT-TAX-TOTAL
           MOVE WS-ISSUED-TOTAL TO TOT-NET-TOTAL
           MOVE WS-RUN-DATE     TO TOT-RUN-DATE
           WRITE CONTROL-TOTAL-RECORD
           INVALID KEY
              REWRITE CONTROL-TOTAL-RECORD
           END-WRITE

           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM WRITE-COMPANY-CONTROL-TOTALS
                  VARYING WS-CO-IDX FROM 1 BY 1
                  UNTIL WS-CO-IDX > WS-COMPANY-COUNT
           END-IF.

       WRITE-COMPANY-CONTROL-TOTALS.
           MOVE WS-PAY-DATE     TO TOT-PAY-DATE
           MOVE "CHKPRINT"      TO TOT-STEP
           MOVE WK-CO-CODE (WS-CO-IDX)         TO TOT-COMPANY
           MOVE WK-CO-ISSUED-COUNT (WS-CO-IDX) TO TOT-RECORD-COUNT
           MOVE ZERO            TO TOT-GROSS-TOTAL
           MOVE ZERO            TO TOT-TAX-TOTAL
           MOVE WK-CO-ISSUED-TOTAL (WS-CO-IDX) TO TOT-NET-TOTAL
           MOVE WS-RUN-DATE     TO TOT-RUN-DATE
           WRITE CONTROL-TOTAL-RECORD
           INVALID KEY
              REWRITE CONTROL-TOTAL-RECORD
           END-WRITE.
              IF CKI-PAY-DATE = WS-PAY-DATE
                 ADD 1          TO WS-ISSUED-COUNT
                 ADD CKI-AMOUNT TO WS-ISSUED-TOTAL
                 IF WS-COMPANY-OPEN-SW = 'Y'
                    PERFORM TOTAL-ISSUE-BY-COMPANY
                 END-IF
              END-IF
           END-READ.

       TOTAL-ISSUE-BY-COMPANY.
           IF CKI-COMPANY NOT = SPACES
              MOVE CKI-COMPANY TO WS-PAY-COMPANY
           ELSE
              MOVE CKI-EMP-ID   TO EMP-ID
              MOVE CKI-PAY-DATE TO PAY-DATE
              READ PAYROLL-FILE
              INVALID KEY
                 MOVE CKI-EMP-ID TO EMP-ID
                 MOVE SPACES     TO PAY-COMPANY
              END-READ
              PERFORM RESOLVE-PAY-COMPANY
           END-IF
           PERFORM FIND-COMPANY-ENTRY
           IF WS-CO-FOUND-SW = 'Y'
              SUBTRACT 1 FROM WS-CO-SUB
              ADD 1          TO WK-CO-ISSUED-COUNT (WS-CO-SUB)
              ADD CKI-AMOUNT TO WK-CO-ISSUED-TOTAL (WS-CO-SUB)
           END-IF.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
