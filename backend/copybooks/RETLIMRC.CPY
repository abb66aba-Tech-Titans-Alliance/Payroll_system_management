      *================================================================
      *  RETLIMRC.CPY
      *  Retirement deferral limit record layout - shared by every
      *  program that reads RETLIMIT-FILE (RETLIMIT.DAT).  One row per
      *  effective date: the annual legal limit on what an employee
      *  may defer through the percentage-method retirement
      *  deductions in a calendar year, and the catch-up allowance
      *  added to it for an employee who reaches RL-CATCHUP-AGE by
      *  the end of that year.  The row with the latest effective
      *  date on or before the PAY-DATE applies, so a new year's
      *  limit is a data update and a prior period recalculates
      *  under its own.  PAYCALC stops the deferral - and with it the
      *  employer match, which is figured on what was deferred - once
      *  the year's deferrals reach the limit.
      *================================================================
       01 RETIREMENT-LIMIT-RECORD.
          05 RL-EFFECTIVE-DATE    PIC X(10).
          05 RL-DEFERRAL-LIMIT    PIC 9(7)V99.
          05 RL-CATCHUP-AGE       PIC 9(3).
          05 RL-CATCHUP-LIMIT     PIC 9(7)V99.
