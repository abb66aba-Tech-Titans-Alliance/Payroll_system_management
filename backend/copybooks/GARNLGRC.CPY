      *================================================================
      *  GARNLGRC.CPY
      *  Garnishment compliance log record layout - shared by every
      *  program that opens GARNLOG-FILE (GARNLOG.DAT).  The posting
      *  pass of PAYCALC writes one record per garnishment order
      *  considered on an EMP-ID/PAY-DATE paycheck, keyed like
      *  PAYDED.DAT and replaced on a repost, so GARNRPT can show a
      *  court or agency what its order asked for and what it got.
      *
      *  GN-DISPOSABLE is the paycheck's disposable earnings and
      *  GN-LIMIT-PERCENT the legal share of it the order type may
      *  take.  GN-REQUESTED is the order's installment,
      *  GN-ALLOWED what the order balance and the legal limit left
      *  of it, GN-WITHHELD what the net pay could actually carry.
      *  GN-REASON says why the order got less than it asked:
      *    'B' only the order balance was left to collect
      *    'L' the legal limit for the order type
      *    'P' orders of higher priority used up the limit
      *    'N' not enough net pay left after the taxes
      *    'F' the paycheck's deduction detail was full
      *    space - withheld in full
      *================================================================
       01 GARNISH-LOG-RECORD.
          05 GARNISH-LOG-KEY.
             10 GN-EMP-ID         PIC X(10).
             10 GN-PAY-DATE       PIC X(10).
             10 GN-CODE           PIC X(4).
          05 GN-ORDER-TYPE        PIC X(1).
          05 GN-PRIORITY          PIC 9(2).
          05 GN-RECEIVED-DATE     PIC X(10).
          05 GN-DISPOSABLE        PIC 9(7)V99.
          05 GN-LIMIT-PERCENT     PIC 9(3)V99.
          05 GN-REQUESTED         PIC 9(7)V99.
          05 GN-ALLOWED           PIC 9(7)V99.
          05 GN-WITHHELD          PIC 9(7)V99.
          05 GN-REASON            PIC X(1).
