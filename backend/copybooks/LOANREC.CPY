      *================================================================
      *  LOANREC.CPY
      *  Employee loan / pay advance master record layout - shared by
      *  every program that opens LOAN-FILE (LOAN.DAT).  One record
      *  per EMP-ID/loan number.  LNMAINT grants the loan and books
      *  the disbursement as its own PAYROLL-RECORD keyed EMP-ID/
      *  LN-DISB-DATE (an off-cycle date - gross, taxes and
      *  deductions zero, NET-PAY the principal) so ACHGEN or
      *  CHKPRINT pays it out like any paycheck.  From the first pay
      *  date after the disbursement PAYCALC recovers LN-INSTALLMENT
      *  (capped at the balance and at the pay still available after
      *  every other deduction) and itemizes it on PAYDED.DAT under
      *  deduction code 'L' + LN-LOAN-NO - codes of that shape are
      *  reserved to loans and DEDMAINT refuses them.  The posting
      *  pass takes the recovery off LN-BALANCE.
      *
      *  LN-TYPE:    'L' hardship / employee loan   'A' pay advance
      *  LN-STATUS:  'A' active - recovering each pay period
      *              'H' held   - recovery suspended, balance kept
      *              'P' paid off
      *              'C' referred to collections - the employee
      *                  terminated owing more than the final pay
      *                  covered; LN-RECEIVABLE is the amount
      *                  referred on LN-REFERRED-DATE
      *================================================================
       01 LOAN-RECORD.
          05 LOAN-KEY.
             10 LN-EMP-ID         PIC X(10).
             10 LN-LOAN-NO        PIC 9(3).
          05 LN-TYPE              PIC X(1).
          05 LN-PRINCIPAL         PIC 9(7)V99.
          05 LN-DISB-DATE         PIC X(10).
          05 LN-INSTALLMENT       PIC 9(7)V99.
          05 LN-BALANCE           PIC 9(7)V99.
          05 LN-RECOVERED         PIC 9(7)V99.
          05 LN-STATUS            PIC X(1).
          05 LN-LAST-RECOVERY     PIC X(10).
          05 LN-RECEIVABLE        PIC 9(7)V99.
          05 LN-REFERRED-DATE     PIC X(10).
          05 LN-APPROVED-BY       PIC X(10).
          05 LN-ENTRY-DATE        PIC X(8).
