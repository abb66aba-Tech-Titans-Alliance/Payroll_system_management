      *================================================================
      *  EARNCDRC.CPY
      *  Earnings code master record layout - one row per earnings
      *  code on EARNCODE.DAT, read at start-up by PAYCALC (and by
      *  TIMEIMP to see which premium codes are defined).  Every
      *  coded earnings line on the calculation input - commission,
      *  shift differential, on-call pay, expense reimbursement and
      *  the like - is paid under its code's row:
      *
      *    EC-TAXABLE       'N' non-taxable - an expense
      *                         reimbursement: paid through NET-PAY
      *                         as NONTAX-PAY and never counted in
      *                         GROSS-PAY, taxable wages or the wage
      *                         reports.  Anything else is taxable.
      *    EC-OT-HOURS      'Y' the line's hours count as overtime-
      *                         eligible hours worked - hours taking
      *                         the period past its straight-time
      *                         limit earn the half-time premium.
      *    EC-SUPPLEMENTAL  'Y' supplemental wages - federal tax is
      *                         withheld at the flat EC-SUPP-RATE
      *                         instead of through the TAXRATE.DAT
      *                         brackets.
      *
      *  Maintained as data, the way the rate files are: a new kind
      *  of earnings is a new row, not a program change.
      *================================================================
       01 EARNINGS-CODE-RECORD.
          05 EC-CODE              PIC X(4).
          05 EC-DESC              PIC X(20).
          05 EC-TAXABLE           PIC X(1).
          05 EC-OT-HOURS          PIC X(1).
          05 EC-SUPPLEMENTAL      PIC X(1).
          05 EC-SUPP-RATE         PIC V999.
