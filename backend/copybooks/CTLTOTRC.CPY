      *  allowed to close - no more eyeballing three printouts.
      *  Steps that total no gross or tax (ACHGEN, CHKPRINT) leave
      *  those buckets zero.
      *
      *  TOT-COMPANY is spaces on the step's grand total.  When
      *  COMPANY.DAT is kept, PAYREG, ACHGEN and CHKPRINT also write
      *  one record per company under the same date and step, and
      *  BALCHK proves both each company's money and that the
      *  companies add back up to the grand total.
      *================================================================
       01 CONTROL-TOTAL-RECORD.
          05 CONTROL-TOTAL-KEY.
             10 TOT-PAY-DATE      PIC X(10).
             10 TOT-STEP          PIC X(8).
             10 TOT-COMPANY       PIC X(4).
          05 TOT-RECORD-COUNT     PIC 9(7).
          05 TOT-GROSS-TOTAL      PIC 9(11)V99.
          05 TOT-TAX-TOTAL        PIC 9(11)V99.
