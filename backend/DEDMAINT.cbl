      * for an EMP-ID/deduction-code pair; DEDMAINT.OUT reports what
      * happened to it.  Adds start DED-PAID-TO-DATE at zero; updates
      * leave it alone so a garnishment's collected-to-date survives
      * rate changes to the order.  DT-PRETAX carries the deduction's
      * pre-tax treatment ('B' federal and jurisdiction, 'F' federal
      * only, 'J' jurisdiction only, 'N' or space after-tax); a
      * garnishment is refused any pre-tax treatment.  Codes of the
      * form 'L' + three digits belong to the loan recoveries PAYCALC
      * itemizes off LOAN.DAT and cannot be used here.  A garnishment
      * must name its order type (DT-ORDER-TYPE 'C' child support,
      * 'T' tax levy, 'R' creditor, 'S' student loan), a numeric
      * DT-PRIORITY and the DT-RECEIVED-DATE the order was served;
      * PAYCALC fills orders in that priority and date order.  Other
      * methods carry none of the three.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 DT-PERCENT           PIC 9(2)V99.
          05 DT-ORDER-TOTAL       PIC 9(7)V99.
          05 DT-STATUS            PIC X(1).
          05 DT-PRETAX            PIC X(1).
          05 DT-ORDER-TYPE        PIC X(1).
          05 DT-PRIORITY          PIC 9(2).
          05 DT-RECEIVED-DATE     PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).
              MOVE "REJECTED - MISSING EMP-ID OR CODE"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND DT-ACTION = 'A'
              IF DT-CODE (1:1) = 'L' AND DT-CODE (2:3) NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - CODE RESERVED FOR LOANS"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND DT-ACTION NOT = 'D'
              IF DT-METHOD NOT = 'F' AND DT-METHOD NOT = 'P'
                 AND DT-METHOD NOT = 'G'
              MOVE "REJECTED - GARNISHMENT NEEDS ORDER TOTAL"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND DT-ACTION NOT = 'D'
              IF DT-PRETAX NOT = 'B' AND DT-PRETAX NOT = 'F'
                 AND DT-PRETAX NOT = 'J' AND DT-PRETAX NOT = 'N'
                 AND DT-PRETAX NOT = SPACE
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID PRE-TAX CODE"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
      * Garnishments come out of what is left after tax - a court
      * order is never a pre-tax deduction.
           IF WS-VALID-SW = 'Y' AND DT-ACTION NOT = 'D'
              AND DT-METHOD = 'G'
              AND DT-PRETAX NOT = 'N' AND DT-PRETAX NOT = SPACE
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - GARNISHMENT CANNOT BE PRE-TAX"
                   TO WS-RESULT-MSG
           END-IF
      * The order type sets the legal limit and the priority and
      * received date set the filling order, so a garnishment needs
      * all three.
           IF WS-VALID-SW = 'Y' AND DT-ACTION NOT = 'D'
              AND DT-METHOD = 'G'
              IF DT-ORDER-TYPE NOT = 'C' AND DT-ORDER-TYPE NOT = 'T'
                 AND DT-ORDER-TYPE NOT = 'R'
                 AND DT-ORDER-TYPE NOT = 'S'
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID ORDER TYPE"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND DT-ACTION NOT = 'D'
              AND DT-METHOD = 'G' AND DT-PRIORITY NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - GARNISHMENT NEEDS PRIORITY"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND DT-ACTION NOT = 'D'
              AND DT-METHOD = 'G' AND DT-RECEIVED-DATE = SPACES
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - NO ORDER RECEIVED DATE"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y'
              MOVE DT-EMP-ID TO PSEMP-ID
              READ EMPLOYEE-FILE
           MOVE DT-ORDER-TOTAL TO DED-ORDER-TOTAL
           MOVE ZERO           TO DED-PAID-TO-DATE
           MOVE DT-STATUS      TO DED-STATUS
           MOVE DT-PRETAX      TO DED-PRETAX
           PERFORM MOVE-ORDER-FIELDS
           WRITE DEDUCTION-RECORD
           INVALID KEY
              MOVE "REJECTED - DEDUCTION ALREADY EXISTS"
              MOVE DT-PERCENT     TO DED-PERCENT
              MOVE DT-ORDER-TOTAL TO DED-ORDER-TOTAL
              MOVE DT-STATUS      TO DED-STATUS
              MOVE DT-PRETAX      TO DED-PRETAX
              PERFORM MOVE-ORDER-FIELDS
              REWRITE DEDUCTION-RECORD
              MOVE "UPDATED" TO WS-RESULT-MSG
           END-IF.

       MOVE-ORDER-FIELDS.
           IF DT-METHOD = 'G'
              MOVE DT-ORDER-TYPE    TO DED-ORDER-TYPE
              MOVE DT-PRIORITY      TO DED-PRIORITY
              MOVE DT-RECEIVED-DATE TO DED-RECEIVED-DATE
           ELSE
              MOVE SPACE            TO DED-ORDER-TYPE
              MOVE ZERO             TO DED-PRIORITY
              MOVE SPACES           TO DED-RECEIVED-DATE
           END-IF.

       DELETE-DEDUCTION.
           MOVE DT-EMP-ID TO DED-EMP-ID
           MOVE DT-CODE   TO DED-CODE
