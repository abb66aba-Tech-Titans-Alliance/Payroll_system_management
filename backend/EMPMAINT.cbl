      * between goes through here.  An update may not set EMP-STATUS
      * to 'T' - that must go through ONBOARD so the settlement always
      * happens.
      *
      * Every change to EMP-BASIC-SALARY - the hire rate on an add,
      * a direct update, an approved pending change - also writes a
      * COMPHIST.DAT row carrying the old and new rate, the date the
      * new rate takes force (TR-EFF-DATE; blank means the join date
      * on an add, today on an update) and a reason code, so PAYCALC
      * can prorate a period the change falls inside.
      *
      * Position control: when POSBUD.DAT is in use, an add or a 'U'
      * that moves an employee to another department or position is
      * measured against the budget row for the fiscal year of the
      * effective date.  A slot with no budget row, or one whose
      * authorized headcount is already filled, rejects the add; the
      * transfer is held on PENDCHG.DAT like any high-impact change,
      * and a 'P' from a second operator is the deliberate override
      * that applies it over headcount.  No POSBUD.DAT at all means
      * position control is off.
      *
      * The workers' comp class code (EMP-WC-CLASS) is keyed on an
      * add and changed by a 'U' like the tax jurisdiction - applied
      * directly and audited; a blank on an update keeps the class
      * already on file.  The date of birth, which decides the
      * retirement catch-up allowance, is maintained the same way.
      *
      * The company code (EMP-COMPANY) names the legal entity the
      * employee works for.  When COMPANY.DAT is in use an add must
      * carry one, and any code keyed on an add or update must be an
      * active company on file.  A 'U' naming another company is a
      * transfer between employers, applied directly and audited;
      * paychecks already posted keep the company they were paid
      * under, so each employer's year-to-date wages stay its own.
      *
      * The mailing address is keyed on an add and changed by a 'U'
      * as a whole - street, city, state and ZIP together, a blank
      * street keeping the address on file - applied directly and
      * audited line by line.
      *
      * A 'W' transaction records a withholding certificate on
      * WHELECT.DAT - TR-WH-LEVEL 'F' for the federal form, 'J' for
      * the form filed for the employee's EMP-TAX-JURIS - carrying
      * the filing status (TR-EMP-FILING-STATUS, 'H' head of
      * household allowed; blank keeps the master's), the dependent
      * credit, other income and deductions as annual amounts, the
      * extra withholding per period and any claim of exempt, in
      * force from TR-EFF-DATE (blank means today).  A claim of
      * exempt runs to the end of that calendar year only.  Like
      * the tax jurisdiction it is applied directly; every element
      * that differs from the certificate it supersedes (or from
      * default withholding, for a first certificate) is audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PC-EMP-ID
               FILE STATUS IS PND-FILE-STATUS.

           SELECT COMPHIST-FILE ASSIGN TO "COMPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-HISTORY-KEY
               FILE STATUS IS CHS-FILE-STATUS.

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

           SELECT WHELECT-FILE ASSIGN TO "WHELECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WITHHOLD-ELECTION-KEY
               FILE STATUS IS WHE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
       FD PENDING-FILE.
       COPY PENDREC.

       FD COMPHIST-FILE.
       COPY COMPHSRC.

       FD POSBUD-FILE.
       COPY POSBUDRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD WHELECT-FILE.
       COPY WHELECRC.

       FD AUDIT-FILE.
       COPY AUDITREC.

          05 TR-EMP-FILING-STATUS  PIC X(1).
          05 TR-EMP-TAX-JURIS      PIC X(4).
          05 TR-EMP-PAY-FREQ       PIC X(1).
          05 TR-EFF-DATE           PIC X(10).
          05 TR-REASON             PIC X(2).
          05 TR-EMP-WC-CLASS       PIC X(4).
          05 TR-EMP-BIRTH-DATE     PIC X(10).
          05 TR-EMP-COMPANY        PIC X(4).
      * Withholding certificate elements - 'W' transactions only.
          05 TR-WH-LEVEL           PIC X(1).
          05 TR-WH-DEP-CREDIT      PIC 9(5)V99.
          05 TR-WH-OTHER-INCOME    PIC 9(7)V99.
          05 TR-WH-DEDUCTIONS      PIC 9(7)V99.
          05 TR-WH-EXTRA           PIC 9(5)V99.
          05 TR-WH-EXEMPT          PIC X(1).
          05 TR-EMP-ADDR-LINE      PIC X(40).
          05 TR-EMP-ADDR-CITY      PIC X(25).
          05 TR-EMP-ADDR-STATE     PIC X(2).
          05 TR-EMP-ADDR-ZIP       PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).
       01 EMP-FILE-STATUS          PIC XX.
       01 PND-FILE-STATUS          PIC XX.
       01 AUD-FILE-STATUS          PIC XX.
       01 CHS-FILE-STATUS          PIC XX.
       01 PBD-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WHE-FILE-STATUS          PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-VALID-SW              PIC X       VALUE 'Y'.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-PENDING-FOUND-SW      PIC X       VALUE 'N'.
       01 WS-OLD-FILING-STATUS     PIC X(1).
       01 WS-OLD-TAX-JURIS         PIC X(4).
       01 WS-OLD-PAY-FREQ          PIC X(1).
       01 WS-OLD-WC-CLASS          PIC X(4).
       01 WS-OLD-BIRTH-DATE        PIC X(10).
       01 WS-OLD-COMPANY           PIC X(4).
       01 WS-OLD-ADDR-LINE         PIC X(40).
       01 WS-OLD-ADDR-CITY         PIC X(25).
       01 WS-OLD-ADDR-STATE        PIC X(2).
       01 WS-OLD-ADDR-ZIP          PIC X(10).
       01 WS-OLD-BANK-ROUTING      PIC X(9).
       01 WS-OLD-BANK-ACCOUNT      PIC X(17).
       01 WS-OLD-ACCOUNT-TYPE      PIC X(1).

      * The withholding certificate a 'W' supersedes - the one in
      * force on its effective date, or default withholding - and
      * the audit field-name prefix for its layer.
       01 WS-EL-JURIS              PIC X(4).
       01 WS-EL-EFF-DATE           PIC X(10).
       01 WS-EL-EOF                PIC X       VALUE 'N'.
       01 WS-EL-SAME-DATE-SW       PIC X       VALUE 'N'.
       01 WS-EL-AUD-PREFIX         PIC X(4).
       01 WS-OLD-EL-EFF-DATE       PIC X(10).
       01 WS-OLD-EL-STATUS         PIC X(1).
       01 WS-OLD-EL-DEP-CREDIT     PIC 9(5)V99.
       01 WS-OLD-EL-OTHER-INCOME   PIC 9(7)V99.
       01 WS-OLD-EL-DEDUCTIONS     PIC 9(7)V99.
       01 WS-OLD-EL-EXTRA-WH       PIC 9(5)V99.
       01 WS-OLD-EL-EXEMPT         PIC X(1).

      * Staging for one compensation history row.
       01 WS-TODAY                 PIC X(10).
       01 WS-CH-EFF-DATE           PIC X(10).
       01 WS-CH-REASON             PIC X(2).
       01 WS-CH-WRITTEN-SW         PIC X       VALUE 'N'.

      * Two-person approval controls.  The salary threshold is the
      * percentage move above which a 'U' must be approved; the
      * holding period is how long an unapproved item lives before
       01 WS-ENTERED-DAYS          PIC 9(7)    COMP VALUE ZERO.
       01 WS-AGE-DAYS              PIC 9(7)    COMP VALUE ZERO.

      * Position control - the slot being filled, the date that picks
      * its fiscal year, and what the check found.
       01 WS-POSBUD-OPEN-SW        PIC X       VALUE 'N'.
       01 WS-POS-DEPT              PIC X(20).
       01 WS-POS-POSITION          PIC X(30).
       01 WS-POS-DATE              PIC X(10).
       01 WS-POS-EXCLUDE-ID        PIC X(10).
       01 WS-POS-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-POS-SCAN-EOF          PIC X       VALUE 'N'.
       01 WS-POS-OVER-SW           PIC X       VALUE 'N'.
       01 WS-POS-AUTH              PIC 9(4)    VALUE ZERO.
       01 WS-POS-FILLED            PIC 9(5)    COMP VALUE ZERO.
       01 WS-POS-REASON            PIC X(25).

       01 WS-EXPIRED-LINE.
          05 FILLER                PIC X(20) VALUE
             "EXPIRED UNAPPROVED -".
                  PND-FILE-STATUS
              STOP RUN.

           OPEN I-O COMPHIST-FILE
           IF CHS-FILE-STATUS = '35'
              OPEN OUTPUT COMPHIST-FILE
              CLOSE COMPHIST-FILE
              OPEN I-O COMPHIST-FILE
           END-IF
           IF CHS-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'EMPMAINT' 'COMPHIST.DAT        '
                  CHS-FILE-STATUS
              STOP RUN.

      * No position budget file just means position control is not
      * in use.
           OPEN INPUT POSBUD-FILE
           IF PBD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-POSBUD-OPEN-SW
           ELSE
              IF PBD-FILE-STATUS = '35'
                 MOVE 'N' TO WS-POSBUD-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'EMPMAINT' 'POSBUD.DAT          '
                     PBD-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN I-O WHELECT-FILE
           IF WHE-FILE-STATUS = '35'
              OPEN OUTPUT WHELECT-FILE
              CLOSE WHELECT-FILE
              OPEN I-O WHELECT-FILE
           END-IF
           IF WHE-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'EMPMAINT' 'WHELECT.DAT         '
                  WHE-FILE-STATUS
              STOP RUN.

      * No company master means a single employer - the company
      * code is then neither required nor checked.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'EMPMAINT' 'COMPANY.DAT         '
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
              PERFORM VALIDATE-TRANSACTION
              IF WS-VALID-SW = 'Y'
                 EVALUATE TR-ACTION
                          PERFORM APPROVE-PENDING-CHANGE
                     WHEN 'R'
                          PERFORM REJECT-PENDING-CHANGE
                     WHEN 'W'
                          PERFORM RECORD-WITHHOLD-ELECTION
                     WHEN OTHER
                          MOVE "REJECTED - UNKNOWN ACTION CODE"
                               TO WS-RESULT-MSG
           END-READ.

      * 'P' and 'R' carry only the key and the acting operator, so
      * the field edits below apply to adds and updates only; a 'W'
      * is edited on its filing status and certificate elements.
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SW
           IF TR-EMP-ID = SPACES
           END-IF
           IF WS-VALID-SW = 'Y'
              AND TR-ACTION NOT = 'P' AND TR-ACTION NOT = 'R'
              AND TR-ACTION NOT = 'W'
              IF TR-EMP-BASIC-SALARY NOT NUMERIC
                 OR TR-EMP-BASIC-SALARY = ZEROS
                 MOVE 'N' TO WS-VALID-SW
           END-IF
           IF WS-VALID-SW = 'Y'
              AND TR-ACTION NOT = 'P' AND TR-ACTION NOT = 'R'
              AND TR-ACTION NOT = 'W'
              IF TR-EMP-STATUS NOT = 'A' AND TR-EMP-STATUS NOT = 'I'
                 AND TR-EMP-STATUS NOT = 'T'
                 MOVE 'N' TO WS-VALID-SW
              IF TR-EMP-FILING-STATUS NOT = SPACE
                 AND TR-EMP-FILING-STATUS NOT = 'S'
                 AND TR-EMP-FILING-STATUS NOT = 'M'
                 AND TR-EMP-FILING-STATUS NOT = 'H'
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID FILING STATUS"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND TR-ACTION = 'W'
              PERFORM VALIDATE-ELECTION
           END-IF
           IF WS-VALID-SW = 'Y'
              AND TR-ACTION NOT = 'P' AND TR-ACTION NOT = 'R'
              AND TR-ACTION NOT = 'W'
              IF TR-EMP-PAY-FREQ NOT = SPACE
                 AND TR-EMP-PAY-FREQ NOT = 'W'
                 AND TR-EMP-PAY-FREQ NOT = 'B'
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND WS-COMPANY-OPEN-SW = 'Y'
              AND TR-ACTION NOT = 'P' AND TR-ACTION NOT = 'R'
              AND TR-ACTION NOT = 'W'
              PERFORM CHECK-COMPANY-CODE
           END-IF
      * A street keyed without the city and state it belongs to would
      * send a notice nowhere and report the owner to no state.
           IF WS-VALID-SW = 'Y'
              AND (TR-ACTION = 'A' OR TR-ACTION = 'U')
              AND TR-EMP-ADDR-LINE NOT = SPACES
              AND (TR-EMP-ADDR-CITY = SPACES
                   OR TR-EMP-ADDR-STATE = SPACES)
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - INCOMPLETE ADDRESS" TO WS-RESULT-MSG
           END-IF
      * Terminations must go through ONBOARD so the final-pay/leave-
      * payout settlement always happens alongside the status change.
           IF WS-VALID-SW = 'Y' AND TR-ACTION = 'U'
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - USE ONBOARD TO TERMINATE"
                   TO WS-RESULT-MSG
           END-IF
      * An add is always a hire; an update may name any keyed salary
      * reason.  Mass adjustments and terminations have their own
      * programs and write their own reasons.
           IF WS-VALID-SW = 'Y' AND TR-ACTION = 'A'
              AND TR-REASON NOT = SPACES AND TR-REASON NOT = 'HI'
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - INVALID SALARY REASON"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND TR-ACTION = 'U'
              AND TR-REASON NOT = SPACES
              AND TR-REASON NOT = 'RA' AND TR-REASON NOT = 'PR'
              AND TR-REASON NOT = 'DE' AND TR-REASON NOT = 'AD'
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - INVALID SALARY REASON"
                   TO WS-RESULT-MSG
           END-IF.

      * The dollar elections are keyed zero-filled when not claimed;
      * anything else non-numeric is a keying error, not a zero.
       VALIDATE-ELECTION.
           IF TR-WH-LEVEL NOT = 'F' AND TR-WH-LEVEL NOT = 'J'
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - INVALID WITHHOLDING LEVEL"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y'
              IF TR-WH-DEP-CREDIT NOT NUMERIC
                 OR TR-WH-OTHER-INCOME NOT NUMERIC
                 OR TR-WH-DEDUCTIONS NOT NUMERIC
                 OR TR-WH-EXTRA NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID ELECTION AMOUNT"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y'
              AND TR-WH-EXEMPT NOT = SPACE
              AND TR-WH-EXEMPT NOT = 'Y' AND TR-WH-EXEMPT NOT = 'N'
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - INVALID EXEMPT CLAIM" TO WS-RESULT-MSG
           END-IF.

      * With a company master kept every employee must belong to an
      * active company: an add has to name one, and a code keyed on
      * an update (a transfer) must be on file and active.  A blank
      * code on an update keeps the company already on file.
       CHECK-COMPANY-CODE.
           IF TR-EMP-COMPANY = SPACES
              IF TR-ACTION = 'A'
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - MISSING COMPANY CODE"
                      TO WS-RESULT-MSG
              END-IF
           ELSE
              MOVE TR-EMP-COMPANY TO CO-CODE
              READ COMPANY-FILE
              INVALID KEY
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - UNKNOWN COMPANY" TO WS-RESULT-MSG
              NOT INVALID KEY
                 IF CO-STATUS NOT = 'A'
                    MOVE 'N' TO WS-VALID-SW
                    MOVE "REJECTED - COMPANY NOT ACTIVE"
                         TO WS-RESULT-MSG
                 END-IF
              END-READ
           END-IF.


      * An add fills a slot like any hire, so it answers to position
      * control the same way ONBOARD does - checked before the record
      * is built, since the headcount pass reads the whole master.
       ADD-EMPLOYEE.
           MOVE 'N' TO WS-POS-OVER-SW
           IF TR-EMP-STATUS NOT = 'T'
              MOVE TR-EMP-DEPT     TO WS-POS-DEPT
              MOVE TR-EMP-POSITION TO WS-POS-POSITION
              IF TR-EMP-JOIN-DATE = SPACES
                 MOVE WS-TODAY TO WS-POS-DATE
              ELSE
                 MOVE TR-EMP-JOIN-DATE TO WS-POS-DATE
              END-IF
              MOVE TR-EMP-ID       TO WS-POS-EXCLUDE-ID
              PERFORM CHECK-POSITION-BUDGET
           END-IF
           IF WS-POS-OVER-SW = 'Y'
              MOVE SPACES TO WS-RESULT-MSG
              STRING "REJECTED - "  DELIMITED BY SIZE
                     WS-POS-REASON  DELIMITED BY SIZE
                     INTO WS-RESULT-MSG
              END-STRING
           ELSE
              PERFORM WRITE-NEW-EMPLOYEE
           END-IF.

       WRITE-NEW-EMPLOYEE.
           MOVE TR-EMP-ID           TO EMP-ID
           MOVE TR-EMP-NAME         TO EMP-NAME
           MOVE TR-EMP-DEPT         TO EMP-DEPT
           ELSE
              MOVE TR-EMP-PAY-FREQ TO EMP-PAY-FREQ
           END-IF
           MOVE TR-EMP-WC-CLASS TO EMP-WC-CLASS
           MOVE TR-EMP-BIRTH-DATE TO EMP-BIRTH-DATE
           MOVE TR-EMP-COMPANY TO EMP-COMPANY
           MOVE TR-EMP-ADDR-LINE  TO EMP-ADDR-LINE
           MOVE TR-EMP-ADDR-CITY  TO EMP-ADDR-CITY
           MOVE TR-EMP-ADDR-STATE TO EMP-ADDR-STATE
           MOVE TR-EMP-ADDR-ZIP   TO EMP-ADDR-ZIP
      * Fresh bank details must prenote before live deposits begin.
           IF TR-EMP-BANK-ROUTING = SPACES
              MOVE SPACE  TO EMP-PRENOTE-STATUS
                   TO WS-RESULT-MSG
           NOT INVALID KEY
              MOVE "ADDED" TO WS-RESULT-MSG
              IF TR-EFF-DATE NOT = SPACES
                 MOVE TR-EFF-DATE TO WS-CH-EFF-DATE
              ELSE
                 IF TR-EMP-JOIN-DATE NOT = SPACES
                    MOVE TR-EMP-JOIN-DATE TO WS-CH-EFF-DATE
                 ELSE
                    MOVE WS-TODAY TO WS-CH-EFF-DATE
                 END-IF
              END-IF
              MOVE 'HI'   TO WS-CH-REASON
              MOVE ZERO   TO WS-OLD-SALARY
              PERFORM WRITE-COMP-HISTORY
           END-WRITE.

       UPDATE-EMPLOYEE.
              MOVE EMP-FILING-STATUS TO WS-OLD-FILING-STATUS
              MOVE EMP-TAX-JURIS    TO WS-OLD-TAX-JURIS
              MOVE EMP-PAY-FREQ     TO WS-OLD-PAY-FREQ
              MOVE EMP-WC-CLASS     TO WS-OLD-WC-CLASS
              MOVE EMP-BIRTH-DATE   TO WS-OLD-BIRTH-DATE
              MOVE EMP-COMPANY      TO WS-OLD-COMPANY
              MOVE EMP-ADDR-LINE    TO WS-OLD-ADDR-LINE
              MOVE EMP-ADDR-CITY    TO WS-OLD-ADDR-CITY
              MOVE EMP-ADDR-STATE   TO WS-OLD-ADDR-STATE
              MOVE EMP-ADDR-ZIP     TO WS-OLD-ADDR-ZIP
              MOVE EMP-BANK-ROUTING TO WS-OLD-BANK-ROUTING
              MOVE EMP-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT
              MOVE EMP-ACCOUNT-TYPE TO WS-OLD-ACCOUNT-TYPE
              MOVE "REJECTED - EMP-ID NOT FOUND" TO WS-RESULT-MSG
           ELSE
              PERFORM CHECK-HIGH-IMPACT
              PERFORM CHECK-TRANSFER-HEADCOUNT
              IF WS-HIGH-IMPACT-SW = 'Y' OR WS-POS-OVER-SW = 'Y'
                 PERFORM STORE-PENDING-CHANGE
              ELSE
                 PERFORM APPLY-UPDATE-FIELDS
                 REWRITE EMPLOYEE-RECORD
                 MOVE "UPDATED" TO WS-RESULT-MSG
                 PERFORM AUDIT-EMPLOYEE-CHANGES
                 IF WS-OLD-SALARY NOT = EMP-BASIC-SALARY
                    MOVE TR-EFF-DATE TO WS-CH-EFF-DATE
                    MOVE TR-REASON   TO WS-CH-REASON
                    PERFORM WRITE-COMP-HISTORY
                 END-IF
              END-IF
           END-IF.

              MOVE 'Y' TO WS-HIGH-IMPACT-SW
           END-IF.

      * A department or position move must fit the target slot's
      * budget.  The headcount pass reads the whole master, so the
      * employee is read back afterward for the update to proceed
      * against.
       CHECK-TRANSFER-HEADCOUNT.
           MOVE 'N'             TO WS-POS-OVER-SW
           MOVE WS-OLD-DEPT     TO WS-POS-DEPT
           MOVE WS-OLD-POSITION TO WS-POS-POSITION
           IF TR-EMP-DEPT NOT = SPACES
              MOVE TR-EMP-DEPT TO WS-POS-DEPT
           END-IF
           IF TR-EMP-POSITION NOT = SPACES
              MOVE TR-EMP-POSITION TO WS-POS-POSITION
           END-IF
           IF WS-POS-DEPT NOT = WS-OLD-DEPT
              OR WS-POS-POSITION NOT = WS-OLD-POSITION
              IF TR-EFF-DATE = SPACES
                 MOVE WS-TODAY TO WS-POS-DATE
              ELSE
                 MOVE TR-EFF-DATE TO WS-POS-DATE
              END-IF
              MOVE TR-EMP-ID TO WS-POS-EXCLUDE-ID
              PERFORM CHECK-POSITION-BUDGET
              MOVE TR-EMP-ID TO EMP-ID
              READ EMPLOYEE-FILE
           END-IF.

      * Position control.  With POSBUD.DAT in use, WS-POS-DEPT/
      * WS-POS-POSITION must carry a budget row for the fiscal year
      * holding WS-POS-DATE, and the employees already filling it -
      * anyone not terminated, other than WS-POS-EXCLUDE-ID - must
      * leave room for one more under the authorized headcount.  The
      * count reads the whole employee master (a full pass per
      * transaction is acceptable in this batch), so it overwrites
      * the record buffer.  Same rule ONBOARD applies to a hire.
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
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
           INVALID KEY
              MOVE 'Y' TO WS-POS-SCAN-EOF
           END-START
           PERFORM COUNT-ONE-FILLED UNTIL WS-POS-SCAN-EOF = 'Y'.

       COUNT-ONE-FILLED.
           READ EMPLOYEE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-POS-SCAN-EOF
           NOT AT END
              IF EMP-DEPT = WS-POS-DEPT
                 AND EMP-POSITION = WS-POS-POSITION
                 AND EMP-STATUS NOT = 'T'
                 AND EMP-ID NOT = WS-POS-EXCLUDE-ID
                 ADD 1 TO WS-POS-FILLED
              END-IF
           END-READ.

      * The requested values, applied to the employee record already
      * in the buffer.  Shared by the direct update path and the
      * approval path, so both apply a change the same way.
           END-IF
           IF TR-EMP-PAY-FREQ NOT = SPACE
              MOVE TR-EMP-PAY-FREQ TO EMP-PAY-FREQ
           END-IF
           IF TR-EMP-WC-CLASS NOT = SPACES
              MOVE TR-EMP-WC-CLASS TO EMP-WC-CLASS
           END-IF
           IF TR-EMP-BIRTH-DATE NOT = SPACES
              MOVE TR-EMP-BIRTH-DATE TO EMP-BIRTH-DATE
           END-IF
           IF TR-EMP-COMPANY NOT = SPACES
              MOVE TR-EMP-COMPANY TO EMP-COMPANY
           END-IF
           IF TR-EMP-ADDR-LINE NOT = SPACES
              MOVE TR-EMP-ADDR-LINE  TO EMP-ADDR-LINE
              MOVE TR-EMP-ADDR-CITY  TO EMP-ADDR-CITY
              MOVE TR-EMP-ADDR-STATE TO EMP-ADDR-STATE
              MOVE TR-EMP-ADDR-ZIP   TO EMP-ADDR-ZIP
           END-IF.

      * The whole transaction is held - one pending change per
           MOVE TR-EMP-FILING-STATUS TO PC-EMP-FILING-STATUS
           MOVE TR-EMP-TAX-JURIS     TO PC-EMP-TAX-JURIS
           MOVE TR-EMP-PAY-FREQ      TO PC-EMP-PAY-FREQ
           MOVE TR-EMP-WC-CLASS      TO PC-EMP-WC-CLASS
           MOVE TR-EMP-BIRTH-DATE    TO PC-EMP-BIRTH-DATE
           MOVE TR-EMP-COMPANY       TO PC-EMP-COMPANY
           MOVE TR-EMP-ADDR-LINE     TO PC-EMP-ADDR-LINE
           MOVE TR-EMP-ADDR-CITY     TO PC-EMP-ADDR-CITY
           MOVE TR-EMP-ADDR-STATE    TO PC-EMP-ADDR-STATE
           MOVE TR-EMP-ADDR-ZIP      TO PC-EMP-ADDR-ZIP
           MOVE TR-EFF-DATE          TO PC-EFF-DATE
           MOVE TR-REASON            TO PC-REASON
           MOVE TR-CHANGED-BY        TO PC-ENTERED-BY
           MOVE WS-AUDIT-DATE        TO PC-ENTERED-DATE
           WRITE PENDING-CHANGE-RECORD
              MOVE "REJECTED - CHANGE ALREADY PENDING"
                   TO WS-RESULT-MSG
           NOT INVALID KEY
              IF WS-POS-OVER-SW = 'Y'
                 MOVE SPACES TO WS-RESULT-MSG
                 STRING "HELD - "      DELIMITED BY SIZE
                        WS-POS-REASON  DELIMITED BY SIZE
                        INTO WS-RESULT-MSG
                 END-STRING
              ELSE
                 MOVE "HELD FOR APPROVAL" TO WS-RESULT-MSG
              END-IF
           END-WRITE.

      * Approval must come from a different user id than the one
              MOVE EMP-FILING-STATUS TO WS-OLD-FILING-STATUS
              MOVE EMP-TAX-JURIS    TO WS-OLD-TAX-JURIS
              MOVE EMP-PAY-FREQ     TO WS-OLD-PAY-FREQ
              MOVE EMP-WC-CLASS     TO WS-OLD-WC-CLASS
              MOVE EMP-BIRTH-DATE   TO WS-OLD-BIRTH-DATE
              MOVE EMP-COMPANY      TO WS-OLD-COMPANY
              MOVE EMP-ADDR-LINE    TO WS-OLD-ADDR-LINE
              MOVE EMP-ADDR-CITY    TO WS-OLD-ADDR-CITY
              MOVE EMP-ADDR-STATE   TO WS-OLD-ADDR-STATE
              MOVE EMP-ADDR-ZIP     TO WS-OLD-ADDR-ZIP
              MOVE EMP-BANK-ROUTING TO WS-OLD-BANK-ROUTING
              MOVE EMP-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT
              MOVE EMP-ACCOUNT-TYPE TO WS-OLD-ACCOUNT-TYPE
              IF PC-EMP-PAY-FREQ NOT = SPACE
                 MOVE PC-EMP-PAY-FREQ TO EMP-PAY-FREQ
              END-IF
              IF PC-EMP-WC-CLASS NOT = SPACES
                 MOVE PC-EMP-WC-CLASS TO EMP-WC-CLASS
              END-IF
              IF PC-EMP-BIRTH-DATE NOT = SPACES
                 MOVE PC-EMP-BIRTH-DATE TO EMP-BIRTH-DATE
              END-IF
              IF PC-EMP-COMPANY NOT = SPACES
                 MOVE PC-EMP-COMPANY TO EMP-COMPANY
              END-IF
              IF PC-EMP-ADDR-LINE NOT = SPACES
                 MOVE PC-EMP-ADDR-LINE  TO EMP-ADDR-LINE
                 MOVE PC-EMP-ADDR-CITY  TO EMP-ADDR-CITY
                 MOVE PC-EMP-ADDR-STATE TO EMP-ADDR-STATE
                 MOVE PC-EMP-ADDR-ZIP   TO EMP-ADDR-ZIP
              END-IF
              REWRITE EMPLOYEE-RECORD
              PERFORM AUDIT-EMPLOYEE-CHANGES
              IF WS-OLD-SALARY NOT = EMP-BASIC-SALARY
                 MOVE PC-EFF-DATE TO WS-CH-EFF-DATE
                 MOVE PC-REASON   TO WS-CH-REASON
                 PERFORM WRITE-COMP-HISTORY
              END-IF
              DELETE PENDING-FILE RECORD
              MOVE "APPROVED AND APPLIED" TO WS-RESULT-MSG
           END-IF.
              MOVE EMP-PAY-FREQ    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-WC-CLASS NOT = EMP-WC-CLASS
              MOVE "EMP-WC-CLASS" TO AUD-FIELD-NAME
              MOVE WS-OLD-WC-CLASS TO AUD-OLD-VALUE
              MOVE EMP-WC-CLASS    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-BIRTH-DATE NOT = EMP-BIRTH-DATE
              MOVE "EMP-BIRTH-DATE" TO AUD-FIELD-NAME
              MOVE WS-OLD-BIRTH-DATE TO AUD-OLD-VALUE
              MOVE EMP-BIRTH-DATE    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-COMPANY NOT = EMP-COMPANY
              MOVE "EMP-COMPANY"  TO AUD-FIELD-NAME
              MOVE WS-OLD-COMPANY TO AUD-OLD-VALUE
              MOVE EMP-COMPANY    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-ADDR-LINE NOT = EMP-ADDR-LINE
              MOVE "EMP-ADDR-LINE"  TO AUD-FIELD-NAME
              MOVE WS-OLD-ADDR-LINE TO AUD-OLD-VALUE
              MOVE EMP-ADDR-LINE    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-ADDR-CITY NOT = EMP-ADDR-CITY
              MOVE "EMP-ADDR-CITY"  TO AUD-FIELD-NAME
              MOVE WS-OLD-ADDR-CITY TO AUD-OLD-VALUE
              MOVE EMP-ADDR-CITY    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-ADDR-STATE NOT = EMP-ADDR-STATE
              MOVE "EMP-ADDR-STATE"  TO AUD-FIELD-NAME
              MOVE WS-OLD-ADDR-STATE TO AUD-OLD-VALUE
              MOVE EMP-ADDR-STATE    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-ADDR-ZIP NOT = EMP-ADDR-ZIP
              MOVE "EMP-ADDR-ZIP"  TO AUD-FIELD-NAME
              MOVE WS-OLD-ADDR-ZIP TO AUD-OLD-VALUE
              MOVE EMP-ADDR-ZIP    TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-BANK-ROUTING NOT = EMP-BANK-ROUTING
              MOVE "EMP-BANK-ROUTING" TO AUD-FIELD-NAME
              MOVE WS-OLD-BANK-ROUTING TO AUD-OLD-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

      * Records one withholding certificate.  A jurisdiction form
      * can only be filed for the jurisdiction on the master.  The
      * certificate it supersedes is the latest one for the layer
      * in force on its effective date; one keyed for the same date
      * is a correction and is replaced rather than added.
       RECORD-WITHHOLD-ELECTION.
           MOVE TR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF WS-FOUND-SW = 'N'
              MOVE "REJECTED - EMP-ID NOT FOUND" TO WS-RESULT-MSG
           ELSE
              IF TR-WH-LEVEL = 'J' AND EMP-TAX-JURIS = SPACES
                 MOVE "REJECTED - NO TAX JURISDICTION ON FILE"
                      TO WS-RESULT-MSG
              ELSE
                 PERFORM STORE-WITHHOLD-ELECTION
              END-IF
           END-IF.

       STORE-WITHHOLD-ELECTION.
           IF TR-WH-LEVEL = 'F'
              MOVE SPACES        TO WS-EL-JURIS
              MOVE "FWH-"        TO WS-EL-AUD-PREFIX
           ELSE
              MOVE EMP-TAX-JURIS TO WS-EL-JURIS
              MOVE "JWH-"        TO WS-EL-AUD-PREFIX
           END-IF
           IF TR-EFF-DATE = SPACES
              MOVE WS-TODAY    TO WS-EL-EFF-DATE
           ELSE
              MOVE TR-EFF-DATE TO WS-EL-EFF-DATE
           END-IF
           PERFORM FIND-PRIOR-ELECTION

           MOVE TR-EMP-ID      TO EL-EMP-ID
           MOVE WS-EL-JURIS    TO EL-JURIS-CODE
           MOVE WS-EL-EFF-DATE TO EL-EFF-DATE
           IF TR-EMP-FILING-STATUS = SPACE
              MOVE WS-OLD-FILING-STATUS TO EL-FILING-STATUS
           ELSE
              MOVE TR-EMP-FILING-STATUS TO EL-FILING-STATUS
           END-IF
           MOVE TR-WH-DEP-CREDIT   TO EL-DEP-CREDIT
           MOVE TR-WH-OTHER-INCOME TO EL-OTHER-INCOME
           MOVE TR-WH-DEDUCTIONS   TO EL-DEDUCTIONS
           MOVE TR-WH-EXTRA        TO EL-EXTRA-WH
           IF TR-WH-EXEMPT = 'Y'
              MOVE 'Y' TO EL-EXEMPT
              MOVE SPACES TO EL-EXEMPT-EXPIRES
              STRING WS-EL-EFF-DATE (1:4) DELIMITED BY SIZE
                     "-12-31"             DELIMITED BY SIZE
                     INTO EL-EXEMPT-EXPIRES
              END-STRING
           ELSE
              MOVE 'N'    TO EL-EXEMPT
              MOVE SPACES TO EL-EXEMPT-EXPIRES
           END-IF
           MOVE TR-CHANGED-BY TO EL-CHANGED-BY
           MOVE WS-AUDIT-DATE TO EL-ENTRY-DATE

           IF WS-EL-SAME-DATE-SW = 'Y'
              REWRITE WITHHOLD-ELECTION-RECORD
              MOVE "WITHHOLDING CERTIFICATE REPLACED"
                   TO WS-RESULT-MSG
           ELSE
              WRITE WITHHOLD-ELECTION-RECORD
              MOVE "WITHHOLDING CERTIFICATE RECORDED"
                   TO WS-RESULT-MSG
           END-IF
           PERFORM AUDIT-ELECTION-CHANGES.

      * Without an earlier certificate the employee was withheld by
      * default - the master's filing status, nothing else elected.
       FIND-PRIOR-ELECTION.
           IF EMP-FILING-STATUS = SPACE
              MOVE 'S' TO WS-OLD-FILING-STATUS
           ELSE
              MOVE EMP-FILING-STATUS TO WS-OLD-FILING-STATUS
           END-IF
           MOVE SPACES TO WS-OLD-EL-EFF-DATE
           MOVE WS-OLD-FILING-STATUS TO WS-OLD-EL-STATUS
           MOVE ZERO   TO WS-OLD-EL-DEP-CREDIT
           MOVE ZERO   TO WS-OLD-EL-OTHER-INCOME
           MOVE ZERO   TO WS-OLD-EL-DEDUCTIONS
           MOVE ZERO   TO WS-OLD-EL-EXTRA-WH
           MOVE 'N'    TO WS-OLD-EL-EXEMPT
           MOVE 'N'    TO WS-EL-SAME-DATE-SW
           MOVE 'N'    TO WS-EL-EOF
           MOVE TR-EMP-ID   TO EL-EMP-ID
           MOVE WS-EL-JURIS TO EL-JURIS-CODE
           MOVE LOW-VALUES  TO EL-EFF-DATE
           START WHELECT-FILE
               KEY IS NOT LESS THAN WITHHOLD-ELECTION-KEY
           INVALID KEY
              MOVE 'Y' TO WS-EL-EOF
           END-START
           PERFORM READ-PRIOR-ELECTION UNTIL WS-EL-EOF = 'Y'.

       READ-PRIOR-ELECTION.
           READ WHELECT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EL-EOF
           NOT AT END
              IF EL-EMP-ID NOT = TR-EMP-ID
                 OR EL-JURIS-CODE NOT = WS-EL-JURIS
                 OR EL-EFF-DATE > WS-EL-EFF-DATE
                 MOVE 'Y' TO WS-EL-EOF
              ELSE
                 MOVE EL-EFF-DATE     TO WS-OLD-EL-EFF-DATE
                 MOVE EL-FILING-STATUS TO WS-OLD-EL-STATUS
                 MOVE EL-DEP-CREDIT   TO WS-OLD-EL-DEP-CREDIT
                 MOVE EL-OTHER-INCOME TO WS-OLD-EL-OTHER-INCOME
                 MOVE EL-DEDUCTIONS   TO WS-OLD-EL-DEDUCTIONS
                 MOVE EL-EXTRA-WH     TO WS-OLD-EL-EXTRA-WH
                 MOVE EL-EXEMPT       TO WS-OLD-EL-EXEMPT
                 IF EL-EFF-DATE = WS-EL-EFF-DATE
                    MOVE 'Y' TO WS-EL-SAME-DATE-SW
                 END-IF
              END-IF
           END-READ.

      * One AUDIT-RECORD per certificate element that differs from
      * what was in force before - "FWH-" fields for the federal
      * form, "JWH-" for the jurisdiction's.
       AUDIT-ELECTION-CHANGES.
           IF WS-OLD-EL-EFF-DATE NOT = EL-EFF-DATE
              MOVE SPACES TO AUD-FIELD-NAME
              STRING WS-EL-AUD-PREFIX DELIMITED BY SIZE
                     "EFF-DATE"       DELIMITED BY SIZE
                     INTO AUD-FIELD-NAME
              END-STRING
              MOVE WS-OLD-EL-EFF-DATE TO AUD-OLD-VALUE
              MOVE EL-EFF-DATE        TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-EL-STATUS NOT = EL-FILING-STATUS
              MOVE SPACES TO AUD-FIELD-NAME
              STRING WS-EL-AUD-PREFIX DELIMITED BY SIZE
                     "STATUS"         DELIMITED BY SIZE
                     INTO AUD-FIELD-NAME
              END-STRING
              MOVE WS-OLD-EL-STATUS TO AUD-OLD-VALUE
              MOVE EL-FILING-STATUS TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-EL-DEP-CREDIT NOT = EL-DEP-CREDIT
              MOVE SPACES TO AUD-FIELD-NAME
              STRING WS-EL-AUD-PREFIX DELIMITED BY SIZE
                     "DEP-CREDIT"     DELIMITED BY SIZE
                     INTO AUD-FIELD-NAME
              END-STRING
              MOVE WS-OLD-EL-DEP-CREDIT TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT        TO AUD-OLD-VALUE
              MOVE EL-DEP-CREDIT        TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT        TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-EL-OTHER-INCOME NOT = EL-OTHER-INCOME
              MOVE SPACES TO AUD-FIELD-NAME
              STRING WS-EL-AUD-PREFIX DELIMITED BY SIZE
                     "OTHER-INCOME"   DELIMITED BY SIZE
                     INTO AUD-FIELD-NAME
              END-STRING
              MOVE WS-OLD-EL-OTHER-INCOME TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT          TO AUD-OLD-VALUE
              MOVE EL-OTHER-INCOME        TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT          TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-EL-DEDUCTIONS NOT = EL-DEDUCTIONS
              MOVE SPACES TO AUD-FIELD-NAME
              STRING WS-EL-AUD-PREFIX DELIMITED BY SIZE
                     "DEDUCTIONS"     DELIMITED BY SIZE
                     INTO AUD-FIELD-NAME
              END-STRING
              MOVE WS-OLD-EL-DEDUCTIONS TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT        TO AUD-OLD-VALUE
              MOVE EL-DEDUCTIONS        TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT        TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-EL-EXTRA-WH NOT = EL-EXTRA-WH
              MOVE SPACES TO AUD-FIELD-NAME
              STRING WS-EL-AUD-PREFIX DELIMITED BY SIZE
                     "EXTRA-WH"       DELIMITED BY SIZE
                     INTO AUD-FIELD-NAME
              END-STRING
              MOVE WS-OLD-EL-EXTRA-WH TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT      TO AUD-OLD-VALUE
              MOVE EL-EXTRA-WH        TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT      TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-OLD-EL-EXEMPT NOT = EL-EXEMPT
              MOVE SPACES TO AUD-FIELD-NAME
              STRING WS-EL-AUD-PREFIX DELIMITED BY SIZE
                     "EXEMPT"         DELIMITED BY SIZE
                     INTO AUD-FIELD-NAME
              END-STRING
              MOVE WS-OLD-EL-EXEMPT TO AUD-OLD-VALUE
              MOVE EL-EXEMPT        TO AUD-NEW-VALUE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE TR-EMP-ID      TO AUD-EMP-ID
           MOVE WS-AUDIT-DATE  TO AUD-CHANGE-DATE
           MOVE TR-CHANGED-BY  TO AUD-CHANGED-BY
           WRITE AUDIT-RECORD.

      * One COMPHIST.DAT row for the salary change just applied - old
      * rate in WS-OLD-SALARY, new rate on the master.  A blank
      * effective date means today, a blank reason a plain
      * adjustment.  A second change effective the same day takes
      * the next sequence number.
       WRITE-COMP-HISTORY.
           IF WS-CH-EFF-DATE = SPACES
              MOVE WS-TODAY TO WS-CH-EFF-DATE
           END-IF
           IF WS-CH-REASON = SPACES
              MOVE 'AD' TO WS-CH-REASON
           END-IF
           MOVE EMP-ID           TO CH-EMP-ID
           MOVE WS-CH-EFF-DATE   TO CH-EFF-DATE
           MOVE ZERO             TO CH-SEQ
           MOVE WS-OLD-SALARY    TO CH-OLD-RATE
           MOVE EMP-BASIC-SALARY TO CH-NEW-RATE
           MOVE WS-CH-REASON     TO CH-REASON
           MOVE TR-CHANGED-BY    TO CH-CHANGED-BY
           MOVE WS-AUDIT-DATE    TO CH-ENTRY-DATE
           MOVE "EMPMAINT"       TO CH-SOURCE
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

       WRITE-RESULT.
           STRING
              TR-EMP-ID   DELIMITED BY SIZE
       CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE PENDING-FILE
           CLOSE COMPHIST-FILE
           CLOSE WHELECT-FILE
           IF WS-POSBUD-OPEN-SW = 'Y'
              CLOSE POSBUD-FILE
           END-IF
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE.
