      * still carrying on LEAVE.DAT, so payroll doesn't have to run a
      * separate settlement afterward.  EMPMAINT and ONBOARD are the
      * only programs permitted to WRITE or REWRITE EMPLOYEE-RECORD.
      *
      * Both transactions write a COMPHIST.DAT row: a hire puts the
      * starting rate in force from the join date, a termination
      * takes the rate to zero after the termination date (the last
      * day worked), so PAYCALC prorates the first and final salaried
      * periods to the days actually employed.
      *
      * A termination also settles the employee's open loans and pay
      * advances on LOAN.DAT: each balance still owed is recovered
      * from the final paycheck up to the net pay left on it,
      * itemized on PAYDED.DAT under the loan's deduction code, and
      * whatever the final pay cannot cover is referred to
      * collections - the loan goes to status 'C' carrying the
      * amount as LN-RECEIVABLE, which LOANRPT lists for follow-up.
      *
      * Position control: when POSBUD.DAT is in use a hire must land
      * in a department/position budgeted for the fiscal year of the
      * join date, and may not take the employees already filling it
      * past the authorized headcount - either failure rejects the
      * hire.  No POSBUD.DAT at all means position control is off.
      *
      * A hire also keys the workers' comp class the new employee's
      * pay is rated under (EMP-WC-CLASS); left blank, the employee
      * shows as unassigned on the premium report until EMPMAINT
      * classifies them.  The date of birth keyed with the hire
      * decides the retirement catch-up allowance, and the mailing
      * address keyed with it is where unclaimed-pay notices go.
      *
      * When COMPANY.DAT is in use a hire must name the active
      * company that employs the new employee (EMP-COMPANY), and a
      * termination's final paycheck is booked under the company the
      * employee was leaving.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LV-FILE-STATUS.

           SELECT COMPHIST-FILE ASSIGN TO "COMPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-HISTORY-KEY
               FILE STATUS IS CHS-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS LN-FILE-STATUS.

           SELECT PAYDED-FILE ASSIGN TO "PAYDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT POSBUD-FILE ASSIGN TO "POSBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-BUDGET-KEY
               FILE STATUS IS PBD-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
       FD LEAVE-FILE.
       COPY LEAVEREC.

       FD COMPHIST-FILE.
       COPY COMPHSRC.

       FD LOAN-FILE.
       COPY LOANREC.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD POSBUD-FILE.
       COPY POSBUDRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD AUDIT-FILE.
       COPY AUDITREC.

          05 OB-EMP-FILING-STATUS   PIC X(1).
          05 OB-EMP-TAX-JURIS       PIC X(4).
          05 OB-EMP-PAY-FREQ        PIC X(1).
          05 OB-EMP-WC-CLASS        PIC X(4).
          05 OB-EMP-BIRTH-DATE      PIC X(10).
          05 OB-EMP-COMPANY         PIC X(4).
          05 OB-EMP-ADDR-LINE       PIC X(40).
          05 OB-EMP-ADDR-CITY       PIC X(25).
          05 OB-EMP-ADDR-STATE      PIC X(2).
          05 OB-EMP-ADDR-ZIP        PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).
       01 PAY-FILE-STATUS          PIC XX.
       01 LV-FILE-STATUS           PIC XX.
       01 AUD-FILE-STATUS          PIC XX.
       01 CHS-FILE-STATUS          PIC XX.
       01 LN-FILE-STATUS           PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 PBD-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X        VALUE 'N'.
       01 WS-COMPANY-OK-SW         PIC X        VALUE 'Y'.
       01 WS-FOUND-SW              PIC X        VALUE 'N'.
       01 WS-LEAVE-FOUND-SW        PIC X        VALUE 'N'.
       01 WS-RESULT-MSG            PIC X(40).
       01 WS-OLD-STATUS            PIC X(1).
       01 WS-AUDIT-DATE            PIC X(8).
       01 WS-AUDIT-TIME            PIC X(6).
       01 WS-TODAY                 PIC X(10).
       01 WS-CH-WRITTEN-SW         PIC X        VALUE 'N'.
       01 WS-LOAN-EOF              PIC X        VALUE 'N'.
       01 WS-LOAN-REFERRED-SW      PIC X        VALUE 'N'.
       01 WS-LOAN-RECOVERY         PIC 9(7)V99  VALUE ZERO.
       01 WS-LOAN-CODE.
          05 WS-LOAN-CODE-PREFIX   PIC X(1)     VALUE 'L'.
          05 WS-LOAN-CODE-NO       PIC 9(3).

      * Position control - the slot being filled, the date that picks
      * its fiscal year, and what the check found.
       01 WS-POSBUD-OPEN-SW        PIC X        VALUE 'N'.
       01 WS-POS-DEPT              PIC X(20).
       01 WS-POS-POSITION          PIC X(30).
       01 WS-POS-DATE              PIC X(10).
       01 WS-POS-EXCLUDE-ID        PIC X(10).
       01 WS-POS-FOUND-SW          PIC X        VALUE 'N'.
       01 WS-POS-SCAN-EOF          PIC X        VALUE 'N'.
       01 WS-POS-OVER-SW           PIC X        VALUE 'N'.
       01 WS-POS-AUTH              PIC 9(4)     VALUE ZERO.
       01 WS-POS-FILLED            PIC 9(5)     COMP VALUE ZERO.
       01 WS-POS-REASON            PIC X(25).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                  LV-FILE-STATUS
              STOP RUN.

           OPEN I-O COMPHIST-FILE
           IF CHS-FILE-STATUS = '35'
              OPEN OUTPUT COMPHIST-FILE
              CLOSE COMPHIST-FILE
              OPEN I-O COMPHIST-FILE
           END-IF
           IF CHS-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ONBOARD ' 'COMPHIST.DAT        '
                  CHS-FILE-STATUS
              STOP RUN.

           OPEN I-O LOAN-FILE
           IF LN-FILE-STATUS = '35'
              OPEN OUTPUT LOAN-FILE
              CLOSE LOAN-FILE
              OPEN I-O LOAN-FILE
           END-IF
           IF LN-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ONBOARD ' 'LOAN.DAT            '
                  LN-FILE-STATUS
              STOP RUN.

           OPEN I-O PAYDED-FILE
           IF PDD-FILE-STATUS = '35'
              OPEN OUTPUT PAYDED-FILE
              CLOSE PAYDED-FILE
              OPEN I-O PAYDED-FILE
           END-IF
           IF PDD-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ONBOARD ' 'PAYDED.DAT          '
                  PDD-FILE-STATUS
              STOP RUN.

      * No position budget file just means position control is not
      * in use - every hire is then taken on its own merits.
           OPEN INPUT POSBUD-FILE
           IF PBD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-POSBUD-OPEN-SW
           ELSE
              IF PBD-FILE-STATUS = '35'
                 MOVE 'N' TO WS-POSBUD-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'ONBOARD ' 'POSBUD.DAT          '
                     PBD-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No company master means a single employer - a hire then
      * carries no company code.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'ONBOARD ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF AUD-FILE-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           NOT AT END
              ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-AUDIT-TIME FROM TIME
              STRING
                 WS-AUDIT-DATE (1:4) DELIMITED BY SIZE
                 "-"                 DELIMITED BY SIZE
                 WS-AUDIT-DATE (5:2) DELIMITED BY SIZE
                 "-"                 DELIMITED BY SIZE
                 WS-AUDIT-DATE (7:2) DELIMITED BY SIZE
                 INTO WS-TODAY
              END-STRING
              EVALUATE OB-ACTION
                  WHEN 'H'
                       PERFORM HIRE-EMPLOYEE
              IF OB-EMP-FILING-STATUS NOT = SPACE
                 AND OB-EMP-FILING-STATUS NOT = 'S'
                 AND OB-EMP-FILING-STATUS NOT = 'M'
                 AND OB-EMP-FILING-STATUS NOT = 'H'
                 MOVE "REJECTED - INVALID FILING STATUS"
                      TO WS-RESULT-MSG
              ELSE
                 MOVE "REJECTED - INVALID PAY FREQUENCY"
                      TO WS-RESULT-MSG
              ELSE
      * Same company edit EMPMAINT applies to an add.
                 PERFORM CHECK-COMPANY-CODE
              IF WS-COMPANY-OK-SW = 'N'
                 CONTINUE
              ELSE
      * Position control goes last - its count reads the whole
      * master, so nothing may be built in the record buffer yet.
                 MOVE OB-EMP-DEPT     TO WS-POS-DEPT
                 MOVE OB-EMP-POSITION TO WS-POS-POSITION
                 IF OB-EMP-JOIN-DATE = SPACES
                    MOVE WS-TODAY TO WS-POS-DATE
                 ELSE
                    MOVE OB-EMP-JOIN-DATE TO WS-POS-DATE
                 END-IF
                 MOVE OB-EMP-ID       TO WS-POS-EXCLUDE-ID
                 PERFORM CHECK-POSITION-BUDGET
              IF WS-POS-OVER-SW = 'Y'
                 MOVE SPACES TO WS-RESULT-MSG
                 STRING "REJECTED - "  DELIMITED BY SIZE
                        WS-POS-REASON  DELIMITED BY SIZE
                        INTO WS-RESULT-MSG
                 END-STRING
              ELSE
                 MOVE OB-EMP-ID           TO PSEMP-ID
                 MOVE OB-EMP-NAME         TO PSEMP-NAME
                 MOVE OB-EMP-DEPT         TO PSEMP-DEPT
                 ELSE
                    MOVE OB-EMP-PAY-FREQ TO PSEMP-PAY-FREQ
                 END-IF
                 MOVE OB-EMP-WC-CLASS TO PSEMP-WC-CLASS
                 MOVE OB-EMP-BIRTH-DATE TO PSEMP-BIRTH-DATE
                 MOVE OB-EMP-COMPANY TO PSEMP-COMPANY
                 MOVE OB-EMP-ADDR-LINE  TO PSEMP-ADDR-LINE
                 MOVE OB-EMP-ADDR-CITY  TO PSEMP-ADDR-CITY
                 MOVE OB-EMP-ADDR-STATE TO PSEMP-ADDR-STATE
                 MOVE OB-EMP-ADDR-ZIP   TO PSEMP-ADDR-ZIP
      * A new hire's bank details must prenote before live deposits.
                 IF OB-EMP-BANK-ROUTING = SPACES
                    MOVE SPACE  TO PSEMP-PRENOTE-STATUS
                 END-IF
                 WRITE EMPLOYEE-RECORD
                 MOVE "HIRED" TO WS-RESULT-MSG
                 IF OB-EMP-JOIN-DATE = SPACES
                    MOVE WS-TODAY TO CH-EFF-DATE
                 ELSE
                    MOVE OB-EMP-JOIN-DATE TO CH-EFF-DATE
                 END-IF
                 MOVE ZERO                TO CH-OLD-RATE
                 MOVE OB-EMP-BASIC-SALARY TO CH-NEW-RATE
                 MOVE 'HI'                TO CH-REASON
                 PERFORM WRITE-COMP-HISTORY
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      * With a company master kept, the hire must name a company
      * that is on file and still active.
       CHECK-COMPANY-CODE.
           MOVE 'Y' TO WS-COMPANY-OK-SW
           IF WS-COMPANY-OPEN-SW = 'Y'
              IF OB-EMP-COMPANY = SPACES
                 MOVE 'N' TO WS-COMPANY-OK-SW
                 MOVE "REJECTED - MISSING COMPANY CODE"
                      TO WS-RESULT-MSG
              ELSE
                 MOVE OB-EMP-COMPANY TO CO-CODE
                 READ COMPANY-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-COMPANY-OK-SW
                    MOVE "REJECTED - UNKNOWN COMPANY"
                         TO WS-RESULT-MSG
                 NOT INVALID KEY
                    IF CO-STATUS NOT = 'A'
                       MOVE 'N' TO WS-COMPANY-OK-SW
                       MOVE "REJECTED - COMPANY NOT ACTIVE"
                            TO WS-RESULT-MSG
                    END-IF
                 END-READ
              END-IF
           END-IF.

      * Position control.  With POSBUD.DAT in use, WS-POS-DEPT/
      * WS-POS-POSITION must carry a budget row for the fiscal year
      * holding WS-POS-DATE, and the employees already filling it -
      * anyone not terminated, other than WS-POS-EXCLUDE-ID - must
      * leave room for one more under the authorized headcount.  The
      * count reads the whole employee master (a full pass per hire
      * is acceptable in this batch), so it overwrites the record
      * buffer.
       CHECK-POSITION-BUDGET.
           MOVE 'N'    TO WS-POS-OVER-SW
           MOVE SPACES TO WS-POS-REASON
           IF WS-POSBUD-OPEN-SW = 'Y'
              PERFORM FIND-POSITION-BUDGET
              IF WS-POS-FOUND-SW = 'N'
                 MOVE 'Y' TO WS-POS-OVER-SW
                 MOVE "NO BUDGETED POSITION" TO WS-POS-REASON
              ELSE
                 PERFORM COUNT-POSITION-FILLED
                 IF WS-POS-FILLED + 1 > WS-POS-AUTH
                    MOVE 'Y' TO WS-POS-OVER-SW
                    MOVE "OVER AUTHORIZED HEADCOUNT" TO WS-POS-REASON
                 END-IF
              END-IF
           END-IF.

      * A position's fiscal years are contiguous in key order, so the
      * scan starts at its first year and stops at the first row of
      * the next position.
       FIND-POSITION-BUDGET.
           MOVE 'N' TO WS-POS-FOUND-SW
           MOVE 'N' TO WS-POS-SCAN-EOF
           MOVE WS-POS-DEPT     TO PB-DEPT
           MOVE WS-POS-POSITION TO PB-POSITION
           MOVE LOW-VALUES      TO PB-FISCAL-YEAR
           START POSBUD-FILE
               KEY IS NOT LESS THAN POSITION-BUDGET-KEY
           INVALID KEY
              MOVE 'Y' TO WS-POS-SCAN-EOF
           END-START
           PERFORM SCAN-ONE-BUDGET
               UNTIL WS-POS-SCAN-EOF = 'Y' OR WS-POS-FOUND-SW = 'Y'.

       SCAN-ONE-BUDGET.
           READ POSBUD-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-POS-SCAN-EOF
           NOT AT END
              IF PB-DEPT NOT = WS-POS-DEPT
                 OR PB-POSITION NOT = WS-POS-POSITION
                 MOVE 'Y' TO WS-POS-SCAN-EOF
              ELSE
                 IF WS-POS-DATE NOT < PB-FY-START
                    AND WS-POS-DATE NOT > PB-FY-END
                    MOVE 'Y' TO WS-POS-FOUND-SW
                    MOVE PB-AUTH-HEADCOUNT TO WS-POS-AUTH
                 END-IF
              END-IF
           END-READ.

       COUNT-POSITION-FILLED.
           MOVE ZERO TO WS-POS-FILLED
           MOVE 'N' TO WS-POS-SCAN-EOF
           MOVE LOW-VALUES TO PSEMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN PSEMP-ID
           INVALID KEY
              MOVE 'Y' TO WS-POS-SCAN-EOF
           END-START
           PERFORM COUNT-ONE-FILLED UNTIL WS-POS-SCAN-EOF = 'Y'.

       COUNT-ONE-FILLED.
           READ EMPLOYEE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-POS-SCAN-EOF
           NOT AT END
              IF PSEMP-DEPT = WS-POS-DEPT
                 AND PSEMP-POSITION = WS-POS-POSITION
                 AND PSEMP-STATUS NOT = 'T'
                 AND PSEMP-ID NOT = WS-POS-EXCLUDE-ID
                 ADD 1 TO WS-POS-FILLED
              END-IF
           END-READ.

       TERMINATE-EMPLOYEE.
           MOVE OB-EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
                 PERFORM WRITE-AUDIT-RECORD
              END-IF
              PERFORM CALCULATE-FINAL-PAY
              IF OB-TERM-DATE = SPACES
                 MOVE WS-TODAY TO CH-EFF-DATE
              ELSE
                 MOVE OB-TERM-DATE TO CH-EFF-DATE
              END-IF
              MOVE PSEMP-BASIC-SALARY TO CH-OLD-RATE
              MOVE ZERO               TO CH-NEW-RATE
              MOVE 'TE'               TO CH-REASON
              PERFORM WRITE-COMP-HISTORY
              IF WS-LOAN-REFERRED-SW = 'Y'
                 MOVE "TERMINATED - LOAN BALANCE TO COLLECTIONS"
                      TO WS-RESULT-MSG
              ELSE
                 MOVE "TERMINATED - FINAL PAY RECORDED"
                      TO WS-RESULT-MSG
              END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE "ONBOARD"      TO AUD-CHANGED-BY
           WRITE AUDIT-RECORD.

      * Effective date, rates and reason are already in the record
      * buffer.  A second change effective the same day takes the
      * next sequence number.
       WRITE-COMP-HISTORY.
           MOVE OB-EMP-ID      TO CH-EMP-ID
           MOVE ZERO           TO CH-SEQ
           MOVE "ONBOARD"      TO CH-CHANGED-BY
           MOVE WS-AUDIT-DATE  TO CH-ENTRY-DATE
           MOVE "ONBOARD"      TO CH-SOURCE
           MOVE 'N' TO WS-CH-WRITTEN-SW
           PERFORM TRY-COMP-HISTORY-WRITE
               UNTIL WS-CH-WRITTEN-SW = 'Y'.

       TRY-COMP-HISTORY-WRITE.
           WRITE COMP-HISTORY-RECORD
           INVALID KEY
              IF CH-SEQ < 99
                 ADD 1 TO CH-SEQ
              ELSE
                 MOVE 'Y' TO WS-CH-WRITTEN-SW
              END-IF
           NOT INVALID KEY
              MOVE 'Y' TO WS-CH-WRITTEN-SW
           END-WRITE.

      * Pays out any remaining leave balance as part of the final
      * paycheck and zeroes the ledger - there is nothing left to
      * accrue against once the employee is gone.
           IF WS-FOUND-SW = 'Y' AND PAY-STATUS = 'P'
      * A real pay run already posted for this date - add the leave
      * payout on top of it instead of wiping out the paycheck.
              PERFORM SETTLE-LEGACY-WAGES
              ADD WS-LEAVE-DAYS   TO LEAVE-DAYS
              ADD WS-LEAVE-PAYOUT TO GROSS-PAY
              ADD WS-LEAVE-PAYOUT TO NET-PAY
              ADD WS-LEAVE-PAYOUT TO TAXABLE-WAGES
              IF JUR-CODE NOT = SPACES
                 ADD WS-LEAVE-PAYOUT TO JUR-TAXABLE-WAGES
              END-IF
              PERFORM SETTLE-OPEN-LOANS
              REWRITE PAYROLL-RECORD
           ELSE
              MOVE ZERO            TO BASIC-PAY
              MOVE ZERO            TO OTHER-DEDUCTIONS
              MOVE WS-LEAVE-PAYOUT TO NET-PAY
              MOVE 'F'             TO PAY-STATUS
              MOVE WS-LEAVE-PAYOUT TO TAXABLE-WAGES
              MOVE ZERO            TO JUR-TAXABLE-WAGES
              MOVE ZERO            TO NONTAX-PAY
              MOVE ZERO            TO OT-PREMIUM-PAY
              MOVE PSEMP-COMPANY   TO PAY-COMPANY
              PERFORM SETTLE-OPEN-LOANS
              IF WS-FOUND-SW = 'Y'
                 REWRITE PAYROLL-RECORD
              ELSE
              END-IF
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

      * Every loan still owing comes out of the final paycheck in the
      * buffer, in loan-number order, until its net pay runs out;
      * the rest of each balance is referred to collections.
       SETTLE-OPEN-LOANS.
           MOVE 'N' TO WS-LOAN-REFERRED-SW
           MOVE 'N' TO WS-LOAN-EOF
           MOVE OB-EMP-ID TO LN-EMP-ID
           MOVE ZERO      TO LN-LOAN-NO
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
              MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM SETTLE-ONE-LOAN UNTIL WS-LOAN-EOF = 'Y'.

       SETTLE-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-LOAN-EOF
           NOT AT END
              IF LN-EMP-ID NOT = OB-EMP-ID
                 MOVE 'Y' TO WS-LOAN-EOF
              ELSE
                 IF (LN-STATUS = 'A' OR LN-STATUS = 'H')
                    AND LN-BALANCE > ZERO
                    PERFORM RECOVER-FINAL-LOAN
                 END-IF
              END-IF
           END-READ.

       RECOVER-FINAL-LOAN.
           IF LN-BALANCE > NET-PAY
              MOVE NET-PAY TO WS-LOAN-RECOVERY
           ELSE
              MOVE LN-BALANCE TO WS-LOAN-RECOVERY
           END-IF

           IF WS-LOAN-RECOVERY > ZERO
              SUBTRACT WS-LOAN-RECOVERY FROM NET-PAY
              ADD WS-LOAN-RECOVERY TO OTHER-DEDUCTIONS
              SUBTRACT WS-LOAN-RECOVERY FROM LN-BALANCE
              ADD WS-LOAN-RECOVERY TO LN-RECOVERED
              MOVE OB-TERM-DATE TO LN-LAST-RECOVERY
              PERFORM WRITE-LOAN-DEDUCTION
           END-IF

           IF LN-BALANCE > ZERO
              MOVE 'C'          TO LN-STATUS
              MOVE LN-BALANCE   TO LN-RECEIVABLE
              MOVE OB-TERM-DATE TO LN-REFERRED-DATE
              MOVE 'Y' TO WS-LOAN-REFERRED-SW
           ELSE
              MOVE 'P' TO LN-STATUS
           END-IF
           REWRITE LOAN-RECORD.

      * A pay run already posted for the date may have itemized this
      * loan's installment - the settlement adds onto that row.
       WRITE-LOAN-DEDUCTION.
           MOVE LN-LOAN-NO   TO WS-LOAN-CODE-NO
           MOVE OB-EMP-ID    TO PD-EMP-ID
           MOVE OB-TERM-DATE TO PD-PAY-DATE
           MOVE WS-LOAN-CODE TO PD-CODE
           READ PAYDED-FILE
           INVALID KEY
              MOVE SPACES TO PD-DESC
              IF LN-TYPE = 'A'
                 STRING "ADVANCE "      DELIMITED BY SIZE
                        WS-LOAN-CODE-NO DELIMITED BY SIZE
                        " RECOVERY"     DELIMITED BY SIZE
                        INTO PD-DESC
                 END-STRING
              ELSE
                 STRING "LOAN "         DELIMITED BY SIZE
                        WS-LOAN-CODE-NO DELIMITED BY SIZE
                        " RECOVERY"     DELIMITED BY SIZE
                        INTO PD-DESC
                 END-STRING
              END-IF
              MOVE WS-LOAN-RECOVERY TO PD-AMOUNT
              MOVE ZERO             TO PD-ARREARS-DELTA
              WRITE PAY-DEDUCTION-RECORD
           NOT INVALID KEY
              ADD WS-LOAN-RECOVERY TO PD-AMOUNT
              REWRITE PAY-DEDUCTION-RECORD
           END-READ.

       WRITE-RESULT.
           STRING
              OB-EMP-ID     DELIMITED BY SIZE
           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-FILE
           CLOSE LEAVE-FILE
           CLOSE COMPHIST-FILE
           CLOSE LOAN-FILE
           CLOSE PAYDED-FILE
           IF WS-POSBUD-OPEN-SW = 'Y'
              CLOSE POSBUD-FILE
           END-IF
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE.
