      *  Tax bracket rate record layout - shared by every program that
      *  reads TAXRATE-FILE (TAXRATE.DAT).  One row per bracket; a
      *  full bracket set is the rows sharing one TX-EFFECTIVE-DATE
      *  and TX-FILING-STATUS ('S' single, 'M' married, 'H' head of
      *  household - a status with no set of its own is withheld on
      *  the single set).  PAYCALC
      *  applies the set with the latest effective date on or before
      *  the PAY-DATE being calculated, so a rate change is a data
      *  update and a prior period recalculates under its own rates.
