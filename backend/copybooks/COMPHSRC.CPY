      *================================================================
      *  COMPHSRC.CPY
      *  Compensation history record layout - shared by every program
      *  that opens COMPHIST-FILE (COMPHIST.DAT).  One record per
      *  change to an employee's per-period EMP-BASIC-SALARY, keyed
      *  EMP-ID/effective date/sequence (the sequence separates two
      *  changes effective the same day).  CH-EFF-DATE is the first
      *  day the new rate is in force - except on a termination,
      *  where it is the last day worked and the zero rate takes
      *  force the day after.  EMPMAINT, ONBOARD and MASSADJ write
      *  the rows as they change the master; PAYCALC prorates
      *  salaried pay across the pay period's days at each rate the
      *  history puts in force, and CMPHRPT prints the history.
      *
      *  CH-REASON codes:
      *     'HI' hire                  'RA' raise / merit increase
      *     'PR' promotion             'DE' demotion
      *     'AD' other adjustment      'MA' mass salary adjustment
      *     'TE' termination
      *================================================================
       01 COMP-HISTORY-RECORD.
          05 COMP-HISTORY-KEY.
             10 CH-EMP-ID         PIC X(10).
             10 CH-EFF-DATE       PIC X(10).
             10 CH-SEQ            PIC 9(2).
          05 CH-OLD-RATE          PIC 9(7)V99.
          05 CH-NEW-RATE          PIC 9(7)V99.
          05 CH-REASON            PIC X(2).
          05 CH-CHANGED-BY        PIC X(10).
          05 CH-ENTRY-DATE        PIC X(8).
          05 CH-SOURCE            PIC X(8).
