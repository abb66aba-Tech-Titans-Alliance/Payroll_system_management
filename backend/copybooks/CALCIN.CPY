      *================================================================
      *  CALCIN.CPY
      *  Payroll calculation input record layout - one pay line per
      *  EMP-ID/PAY-DATE on PAYCALC.IN.  Shared by PAYCALC, which
      *  reads it, and TIMEIMP, which builds it from the raw
      *  timeclock punch export.
      *
      *  CI-LINE-TYPE 'E' makes the line a coded earnings line
      *  instead - as many as needed per EMP-ID/PAY-DATE, each naming
      *  an EARNCODE.DAT code with its hours, rate and amount (a zero
      *  amount is paid as hours times rate).  A blank line type is
      *  the ordinary pay line, so input written before earnings
      *  lines existed reads exactly as it always did.  Earnings
      *  lines with no pay line for their EMP-ID/PAY-DATE calculate
      *  on their own, as an earnings-only paycheck.
      *================================================================
       01 CALC-INPUT-RECORD.
          05 CI-EMP-ID            PIC X(10).
          05 CI-PAY-DATE          PIC X(10).
          05 CI-PAY-LINE.
             10 CI-HOURS-WORKED      PIC 9(3)V99.
             10 CI-HOURLY-RATE       PIC 9(5)V99.
             10 CI-OVERTIME-HOURS    PIC 9(3)V99.
             10 CI-OVERTIME-RATE     PIC 9(5)V99.
             10 CI-BONUS-PAY         PIC 9(7)V99.
             10 CI-OTHER-DEDUCTIONS  PIC 9(7)V99.
             10 CI-LEAVE-DAYS        PIC 99.
             10 CI-PAY-BASIS         PIC X(1).
          05 CI-EARNINGS-LINE REDEFINES CI-PAY-LINE.
             10 CI-EARN-CODE         PIC X(4).
             10 CI-EARN-HOURS        PIC 9(3)V99.
             10 CI-EARN-RATE         PIC 9(5)V99.
             10 CI-EARN-AMOUNT       PIC 9(7)V99.
             10 FILLER               PIC X(20).
          05 CI-LINE-TYPE         PIC X(1).
