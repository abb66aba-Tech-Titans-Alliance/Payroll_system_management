      *================================================================
      *  GARNLMRC.CPY
      *  Garnishment limit record layout - shared by every program
      *  that reads GARNLIM-FILE (GARNLIM.DAT).  One row per order
      *  type per effective date: the most that orders of that type
      *  may take, as a percentage of the paycheck's disposable
      *  earnings (gross pay less the federal and jurisdiction tax
      *  withheld).  GM-ORDER-TYPE is the DED-ORDER-TYPE it governs -
      *  'C' child support, 'T' tax levy, 'R' creditor, 'S' student
      *  loan.  The limit counts every order already filled ahead of
      *  this one on the same paycheck, so a creditor order behind a
      *  child support order only gets what is left under its own
      *  limit.  The row with the latest effective date on or before
      *  the PAY-DATE applies; a type with no row in force is held to
      *  PAYCALC's standing limits (child support 50, creditor 25,
      *  student loan 15, tax levy 100 - the levy's exempt amount is
      *  then left to the net pay cap).
      *================================================================
       01 GARNISH-LIMIT-RECORD.
          05 GM-ORDER-TYPE        PIC X(1).
          05 GM-EFFECTIVE-DATE    PIC X(10).
          05 GM-LIMIT-PERCENT     PIC 9(3)V99.
