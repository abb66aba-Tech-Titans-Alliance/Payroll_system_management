      *  'P' (percent of gross pay) or 'G' (garnishment - flat amount
      *  per period that stops when DED-PAID-TO-DATE reaches the
      *  court-ordered DED-ORDER-TOTAL).
      *
      *  DED-PRETAX says which withholding the deduction comes out
      *  ahead of: 'B' both federal and the employee's state/local
      *  jurisdiction, 'F' federal only, 'J' jurisdiction only, space
      *  or 'N' neither (an after-tax deduction, as every deduction
      *  was before the flag existed).  PAYCALC takes the pre-tax
      *  deductions out of gross before the brackets run, so the
      *  taxable wages on the paycheck are gross less the qualifying
      *  deductions.  A garnishment is never pre-tax.
      *
      *  A garnishment also carries the order that stands behind it:
      *  DED-ORDER-TYPE 'C' child support, 'T' tax levy, 'R' creditor
      *  or 'S' student loan (a blank on an order keyed before the
      *  type existed is read as creditor), DED-PRIORITY - the lower
      *  number is filled first - and DED-RECEIVED-DATE, which ranks
      *  orders of equal priority first come, first served.  PAYCALC
      *  holds each order to the legal share of disposable earnings
      *  for its type on GARNLIM.DAT.  On any other method the type
      *  and date are blank and the priority zero.
      *================================================================
       01 DEDUCTION-RECORD.
          05 DEDUCTION-KEY.
          05 DED-ORDER-TOTAL      PIC 9(7)V99.
          05 DED-PAID-TO-DATE     PIC 9(7)V99.
          05 DED-STATUS           PIC X(1).
          05 DED-PRETAX           PIC X(1).
          05 DED-ORDER-TYPE       PIC X(1).
          05 DED-PRIORITY         PIC 9(2).
          05 DED-RECEIVED-DATE    PIC X(10).
