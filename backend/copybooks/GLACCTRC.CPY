      *================================================================
      *  GLACCTRC.CPY
      *  GL account mapping record layout - shared by every program
      *  that reads GLACCT-FILE (GLACCT.DAT).  One row per payroll
      *  money bucket (and qualifier) naming the chart-of-accounts
      *  number the bucket posts to.  GA-QUALIFIER narrows the row:
      *  the department for the earnings and employer-expense
      *  buckets, the JUR-CODE for 'JTAX', the deduction code for
      *  'DEDN'.  A row with a blank qualifier is the bucket's
      *  default, used for any qualifier without a row of its own.
      *  The file is maintained as data, the way the rate files are:
      *  a new department or deduction code needs only a new row.
      *
      *  GA-BUCKET codes:
      *     'BASE' basic pay expense      (by department - debit)
      *     'OVTM' overtime pay expense   (by department - debit)
      *     'BONS' bonus pay expense      (by department - debit)
      *     'OTHE' other earnings expense - gross not carried in
      *            basic, overtime or bonus, such as a final leave
      *            payout, or a taxable EARNCODE.DAT code
      *                                   (by department - debit)
      *     'NTAX' non-taxable reimbursement expense - NONTAX-PAY
      *                                   (by department - debit)
      *     'ERTX' employer tax expense   (by department - debit)
      *     'ERMX' employer match expense (by department - debit)
      *     'FTAX' federal withholding payable          (credit)
      *     'JTAX' jurisdiction withholding payable
      *                                   (by JUR-CODE - credit)
      *     'DEDN' deduction payable      (by deduction code -
      *            credit; the blank-qualifier row also takes any
      *            OTHER-DEDUCTIONS not itemized on PAYDED.DAT)
      *     'ERTL' employer tax payable                 (credit)
      *     'ERML' employer match payable               (credit)
      *     'NACH' net pay - direct deposit cash        (credit)
      *     'NCHK' net pay - check cash                 (credit)
      *            - qualifier 'ESCHEATED' (debit) takes an uncashed
      *            check back out of check cash when ESCHRPT remits
      *            it to the state
      *     'ESCH' unclaimed property payable - wages owed to the
      *            states            (by owner state - credit)
      *     'LOAN' employee loans and advances receivable -
      *            qualifier 'DISBURSED' (debit) for a disbursement,
      *            'RECOVERED' (credit) for each recovery itemized
      *            under a loan deduction code; one blank-qualifier
      *            row normally serves both
      *================================================================
       01 GL-ACCOUNT-RECORD.
          05 GA-BUCKET            PIC X(4).
          05 GA-QUALIFIER         PIC X(20).
          05 GA-ACCOUNT           PIC X(10).
