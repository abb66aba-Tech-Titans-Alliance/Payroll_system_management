      *================================================================
      *  WCRATERC.CPY
      *  Workers' compensation rate record layout - shared by every
      *  program that reads WCRATE-FILE (WCRATE.DAT).  One row per
      *  risk class per policy period: the premium rate the carrier
      *  charges per 100 dollars of remuneration for pay dated from
      *  WC-POLICY-START through WC-POLICY-END.  A renewal is a new
      *  set of rows for the new policy period, so a prior period
      *  always reports at the rates it was written under.  The file
      *  is maintained as data, the way the other rate files are.
      *  EMP-WC-CLASS on the employee master names the class.
      *================================================================
       01 WC-RATE-RECORD.
          05 WC-CLASS-CODE        PIC X(4).
          05 WC-POLICY-START      PIC X(10).
          05 WC-POLICY-END        PIC X(10).
          05 WC-RATE-PER-100      PIC 9(3)V9999.
          05 WC-CLASS-DESC        PIC X(30).
