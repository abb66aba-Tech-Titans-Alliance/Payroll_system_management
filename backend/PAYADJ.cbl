      *       date), so the void plus the correction leave year-to-
      *       date gross, tax and net right.  The adjustment date
      *       must be a defined, unclosed pay period and must not
      *       already hold a record for the employee.  The corrected
      *       federal and jurisdiction taxable wages are keyed with
      *       the figures; left zero, the whole corrected gross is
      *       taken as taxable.  Non-taxable reimbursements keyed
      *       with the correction are paid on top of net, never
      *       as gross.  The overtime premium - the part of the
      *       corrected overtime paid above straight time - is keyed
      *       too; left blank, one third of the overtime is taken,
      *       the time-and-a-half share.  The correction is booked
      *       under the company the corrected paycheck (PJ-PAY-DATE)
      *       was paid under, so it nets against that employer's
      *       figures; with no such paycheck on file the keyed
      *       PJ-COMPANY is used, and a blank there leaves it to the
      *       employee's current company.
      *
      * PAYADJ.OUT reports what happened to every request.

          05 PJ-CHANGED-BY        PIC X(10).
          05 PJ-JUR-CODE          PIC X(4).
          05 PJ-JUR-TAX           PIC 9(7)V99.
          05 PJ-TAXABLE-WAGES     PIC 9(7)V99.
          05 PJ-JUR-TAXABLE       PIC 9(7)V99.
          05 PJ-NONTAX-PAY        PIC 9(7)V99.
          05 PJ-OT-PREMIUM        PIC 9(7)V99.
          05 PJ-COMPANY           PIC X(4).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).
       01 WS-GROSS-PAY             PIC 9(7)V99 VALUE ZERO.
       01 WS-NET-PAY               PIC 9(7)V99 VALUE ZERO.
       01 WS-CHARGES               PIC 9(7)V99 VALUE ZERO.
       01 WS-NONTAX-PAY            PIC 9(7)V99 VALUE ZERO.
       01 WS-ADJ-COMPANY           PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           END-IF.

       WRITE-CORRECTION-RECORD.
           MOVE PJ-COMPANY  TO WS-ADJ-COMPANY
           MOVE PJ-EMP-ID   TO EMP-ID
           MOVE PJ-PAY-DATE TO PAY-DATE
           READ PAYROLL-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE PAY-COMPANY TO WS-ADJ-COMPANY
           END-READ
           COMPUTE WS-GROSS-PAY =
               PJ-BASIC-PAY + PJ-OVERTIME-PAY + PJ-BONUS-PAY
           COMPUTE WS-CHARGES =
               PJ-TAX-AMOUNT + PJ-JUR-TAX + PJ-OTHER-DED
           IF PJ-NONTAX-PAY NUMERIC
              MOVE PJ-NONTAX-PAY TO WS-NONTAX-PAY
           ELSE
              MOVE ZERO TO WS-NONTAX-PAY
           END-IF
           IF WS-GROSS-PAY > WS-CHARGES
              COMPUTE WS-NET-PAY =
                  WS-GROSS-PAY - WS-CHARGES + WS-NONTAX-PAY
           ELSE
              MOVE WS-NONTAX-PAY TO WS-NET-PAY
           END-IF

           MOVE PJ-EMP-ID        TO EMP-ID
           MOVE PJ-OTHER-DED     TO OTHER-DEDUCTIONS
           MOVE WS-NET-PAY       TO NET-PAY
           MOVE 'P'              TO PAY-STATUS
           MOVE WS-NONTAX-PAY    TO NONTAX-PAY
           MOVE WS-ADJ-COMPANY   TO PAY-COMPANY
           IF PJ-OT-PREMIUM NUMERIC
              AND PJ-OT-PREMIUM NOT > PJ-OVERTIME-PAY
              MOVE PJ-OT-PREMIUM TO OT-PREMIUM-PAY
           ELSE
              COMPUTE OT-PREMIUM-PAY ROUNDED = PJ-OVERTIME-PAY / 3
           END-IF
           IF PJ-TAXABLE-WAGES NOT NUMERIC
              OR PJ-TAXABLE-WAGES = ZERO
              MOVE WS-GROSS-PAY  TO TAXABLE-WAGES
           ELSE
              MOVE PJ-TAXABLE-WAGES TO TAXABLE-WAGES
           END-IF
           IF PJ-JUR-CODE = SPACES
              MOVE ZERO          TO JUR-TAXABLE-WAGES
           ELSE
              IF PJ-JUR-TAXABLE NOT NUMERIC
                 OR PJ-JUR-TAXABLE = ZERO
                 MOVE WS-GROSS-PAY TO JUR-TAXABLE-WAGES
              ELSE
                 MOVE PJ-JUR-TAXABLE TO JUR-TAXABLE-WAGES
              END-IF
           END-IF
           WRITE PAYROLL-RECORD
           INVALID KEY
              MOVE "REJECTED - RECORD EXISTS AT ADJ DATE"
