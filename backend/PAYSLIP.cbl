      * per-period detail PAYCALC writes alongside each paycheck; a
      * payroll record from before that detail existed falls back to
      * the single OTHER DEDUCTIONS line.
      *
      * Below gross the earnings block shows the taxable wages the
      * brackets ran against - gross less the pre-tax deductions -
      * for federal and, when the employee was withheld for one, the
      * jurisdiction, so a 401(k) or premium reduction is visible.
      *
      * Coded earnings print by code off PAYEARN.DAT, the earnings
      * detail PAYCALC writes the same way: taxable codes between
      * bonus and gross, and the non-taxable ones (reimbursements) in
      * their own block after the deductions, since they are added
      * to net pay without ever being part of gross.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT PAYEARN-FILE ASSIGN TO "PAYEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EARNINGS-KEY
               FILE STATUS IS PEN-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN TO "PAYSLIPDET.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD PAYEARN-FILE.
       COPY PAYERNRC.

       FD INPUT-FILE.
       01 INPUT-RECORD.
          05 IN-EMP-ID            PIC X(10).
       01 WS-FOUND-SW             PIC X       VALUE 'N'.
       01 WS-DED-EOF              PIC X       VALUE 'N'.
       01 WS-DED-LINES            PIC 9(3)    COMP VALUE ZERO.
       01 PEN-FILE-STATUS         PIC XX.
       01 WS-PAYEARN-OPEN-SW      PIC X       VALUE 'N'.
       01 WS-EARN-EOF             PIC X       VALUE 'N'.
       01 WS-EARN-LINES           PIC 9(3)    COMP VALUE ZERO.
       01 WS-EARN-TAXABLE-SW      PIC X       VALUE 'Y'.

      * Formatted fields
       01 WS-BASIC-PAY            PIC Z(7)9.99.
       01 WS-OVERTIME-PAY         PIC Z(7)9.99.
       01 WS-BONUS-PAY            PIC Z(7)9.99.
       01 WS-GROSS-PAY            PIC Z(7)9.99.
       01 WS-TAXABLE-WAGES        PIC Z(7)9.99.
       01 WS-JUR-TAXABLE-WAGES    PIC Z(7)9.99.
       01 WS-TAX-AMOUNT           PIC Z(7)9.99.
       01 WS-JUR-TAX-AMOUNT       PIC Z(7)9.99.
       01 WS-OTHER-DEDUCTIONS     PIC Z(7)9.99.
       01 WS-TOTAL-DEDUCTIONS     PIC 9(7)V99.
       01 WS-TOTAL-DEDUCTIONS-ED  PIC Z(7)9.99.
       01 WS-NET-PAY              PIC Z(7)9.99.
       01 WS-NONTAX-PAY           PIC Z(7)9.99.
       01 WS-LEAVE-DAYS           PIC 99.

       01 WS-RULE-LINE            PIC X(56) VALUE ALL "=".
              END-IF
           END-IF

      * Likewise no PAYEARN.DAT means no coded earnings yet.
           OPEN INPUT PAYEARN-FILE
           IF PEN-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PAYEARN-OPEN-SW
           ELSE
              IF PEN-FILE-STATUS = '35'
                 MOVE 'N' TO WS-PAYEARN-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'PAYSLIP ' 'PAYEARN.DAT         '
                     PEN-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT OUTPUT-FILE.

               MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF WS-FOUND-SW = 'Y'
              PERFORM SETTLE-LEGACY-WAGES
              PERFORM LOOKUP-EMPLOYEE-NAME
              PERFORM EDIT-PAY-FIELDS
              PERFORM WRITE-PAYSLIP
              WRITE OUTPUT-RECORD
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

       LOOKUP-EMPLOYEE-NAME.
           MOVE EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           MOVE BONUS-PAY TO WS-BONUS-PAY
           MOVE LEAVE-DAYS TO WS-LEAVE-DAYS
           MOVE GROSS-PAY TO WS-GROSS-PAY
           MOVE TAXABLE-WAGES TO WS-TAXABLE-WAGES
           MOVE JUR-TAXABLE-WAGES TO WS-JUR-TAXABLE-WAGES
           MOVE TAX-AMOUNT TO WS-TAX-AMOUNT
           MOVE JUR-TAX-AMOUNT TO WS-JUR-TAX-AMOUNT
           MOVE OTHER-DEDUCTIONS TO WS-OTHER-DEDUCTIONS
           MOVE NET-PAY TO WS-NET-PAY
           MOVE NONTAX-PAY TO WS-NONTAX-PAY
           ADD TAX-AMOUNT JUR-TAX-AMOUNT OTHER-DEDUCTIONS
               GIVING WS-TOTAL-DEDUCTIONS
           MOVE WS-TOTAL-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS-ED.
           MOVE WS-EARNING-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE 'Y' TO WS-EARN-TAXABLE-SW
           PERFORM WRITE-EARNINGS-ITEMS

           MOVE "GROSS PAY" TO WE-LABEL
           MOVE WS-GROSS-PAY TO WE-AMOUNT
           MOVE WS-EARNING-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "FEDERAL TAXABLE WAGES" TO WE-LABEL
           MOVE WS-TAXABLE-WAGES TO WE-AMOUNT
           MOVE WS-EARNING-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF JUR-CODE NOT = SPACES
              MOVE SPACES TO WE-LABEL
              STRING
                 "TAXABLE WAGES " DELIMITED BY SIZE
                 JUR-CODE         DELIMITED BY SIZE
                 INTO WE-LABEL
              END-STRING
              MOVE WS-JUR-TAXABLE-WAGES TO WE-AMOUNT
              MOVE WS-EARNING-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF

           MOVE WS-DASH-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "DEDUCTIONS" TO WS-SECTION-HEADING
           MOVE WS-DEDUCT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF NONTAX-PAY > ZERO
              MOVE WS-DASH-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              MOVE "NON-TAXABLE PAY" TO WS-SECTION-HEADING
              MOVE WS-SECTION-HEADING TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              MOVE 'N' TO WS-EARN-TAXABLE-SW
              PERFORM WRITE-EARNINGS-ITEMS
              IF WS-EARN-LINES = ZERO
                 MOVE "REIMBURSEMENTS" TO WE-LABEL
                 MOVE WS-NONTAX-PAY TO WE-AMOUNT
                 MOVE WS-EARNING-LINE TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
              END-IF
           END-IF

           MOVE WS-RULE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

              END-IF
           END-READ.

      * One earnings line per PAYEARN.DAT row for this EMP-ID/PAY-DATE
      * on the taxable or the non-taxable side, as the caller asks.
       WRITE-EARNINGS-ITEMS.
           MOVE 'N'  TO WS-EARN-EOF
           MOVE ZERO TO WS-EARN-LINES
           IF WS-PAYEARN-OPEN-SW = 'Y'
              MOVE EMP-ID     TO PE-EMP-ID
              MOVE PAY-DATE   TO PE-PAY-DATE
              MOVE LOW-VALUES TO PE-CODE
              START PAYEARN-FILE
                  KEY IS NOT LESS THAN PAY-EARNINGS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EARN-EOF
              END-START
              PERFORM WRITE-ONE-EARNINGS-ITEM UNTIL WS-EARN-EOF = 'Y'
           END-IF.

       WRITE-ONE-EARNINGS-ITEM.
           READ PAYEARN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EARN-EOF
           NOT AT END
              IF PE-EMP-ID = EMP-ID AND PE-PAY-DATE = PAY-DATE
                 IF (WS-EARN-TAXABLE-SW = 'Y' AND PE-TAXABLE NOT = 'N')
                    OR (WS-EARN-TAXABLE-SW = 'N' AND PE-TAXABLE = 'N')
                    MOVE PE-DESC   TO WE-LABEL
                    MOVE PE-AMOUNT TO WE-AMOUNT
                    MOVE WS-EARNING-LINE TO OUTPUT-RECORD
                    WRITE OUTPUT-RECORD
                    ADD 1 TO WS-EARN-LINES
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-EARN-EOF
              END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-PAYEARN-OPEN-SW = 'Y'
              CLOSE PAYEARN-FILE
           END-IF
           IF WS-PAYDED-OPEN-SW = 'Y'
              CLOSE PAYDED-FILE
           END-IF
