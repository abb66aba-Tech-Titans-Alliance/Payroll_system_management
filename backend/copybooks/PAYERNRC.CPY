      *================================================================
      *  PAYERNRC.CPY
      *  Itemized pay-period earnings record layout - shared by every
      *  program that opens PAYEARN-FILE (PAYEARN.DAT).  The posting
      *  pass of PAYCALC writes one record per earnings code paid on
      *  an EMP-ID/PAY-DATE paycheck, the way PAYDED.DAT itemizes the
      *  deductions, so PAYSLIP and PAYREG can print the coded
      *  earnings by code.  BASIC-PAY, OVERTIME-PAY and BONUS-PAY stay
      *  on the payroll record itself; only the coded lines are here.
      *
      *  PE-TAXABLE 'N' marks a non-taxable line (carried on the
      *  payroll record in NONTAX-PAY, outside GROSS-PAY);
      *  PE-SUPPLEMENTAL 'Y' a line withheld at the flat supplemental
      *  rate.  PE-OT-PREMIUM is the half-time premium the line's
      *  overtime-eligible hours earned - already inside OVERTIME-PAY,
      *  shown here so the line can be traced.
      *================================================================
       01 PAY-EARNINGS-RECORD.
          05 PAY-EARNINGS-KEY.
             10 PE-EMP-ID         PIC X(10).
             10 PE-PAY-DATE       PIC X(10).
             10 PE-CODE           PIC X(4).
          05 PE-DESC              PIC X(20).
          05 PE-HOURS             PIC 9(3)V99.
          05 PE-AMOUNT            PIC 9(7)V99.
          05 PE-TAXABLE           PIC X(1).
          05 PE-SUPPLEMENTAL      PIC X(1).
          05 PE-OT-PREMIUM        PIC 9(7)V99.
