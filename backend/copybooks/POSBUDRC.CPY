      *================================================================
      *  POSBUDRC.CPY
      *  Position budget record layout - shared by every program that
      *  opens POSBUD-FILE (POSBUD.DAT).  One record per department/
      *  position/fiscal year giving the headcount the position is
      *  authorized to carry and the annual cost budgeted for it.
      *  PB-FY-START and PB-FY-END bound the fiscal year, so a hire
      *  or transfer is measured against the row whose year contains
      *  its effective date.  POSMAINT maintains the file; ONBOARD
      *  and EMPMAINT refuse (or hold) a hire or transfer that would
      *  take the filled count past PB-AUTH-HEADCOUNT; BUDRPT sets
      *  the budget against actual pay and employer cost.  No file
      *  at all means position control is not in use.
      *================================================================
       01 POSITION-BUDGET-RECORD.
          05 POSITION-BUDGET-KEY.
             10 PB-DEPT           PIC X(20).
             10 PB-POSITION       PIC X(30).
             10 PB-FISCAL-YEAR    PIC X(4).
          05 PB-FY-START          PIC X(10).
          05 PB-FY-END            PIC X(10).
          05 PB-AUTH-HEADCOUNT    PIC 9(4).
          05 PB-BUDGET-COST       PIC 9(9)V99.
          05 PB-CHANGED-BY        PIC X(10).
          05 PB-ENTRY-DATE        PIC X(8).
