      *================================================================
      *  FUNDACRC.CPY
      *  Bank funding account record layout - shared by every
      *  program that reads FUNDACCT-FILE (FUNDACCT.DAT).  One row
      *  per account treasury funds ahead of a pay date, naming the
      *  operating account the money is drawn from and the account
      *  it is moved into.  FA-ACCOUNT-USE says which cash the
      *  account carries:
      *     'PAYR' net pay - the direct deposits and paper checks
      *     'TAX ' withholding and employer tax due the authorities
      *     'VEND' third-party remittances to the PAYEE.DAT payees
      *  The file is maintained as data, the way GLACCT.DAT is: a
      *  change of bank is a new row, not a program change.
      *  FA-COMPANY names the company (COMPANY.DAT) whose payroll
      *  account a 'PAYR' row funds, since each legal employer pays
      *  out of its own account; it is left blank on the single
      *  employer's 'PAYR' row and on every 'TAX ' and 'VEND' row.
      *  CASHREQ writes one funding instruction per use - and for
      *  'PAYR' one per company - on CASHFUND.DAT; money with no
      *  row here is reported and left off the instruction file for
      *  treasury to move by hand.
      *================================================================
       01 FUNDING-ACCOUNT-RECORD.
          05 FA-ACCOUNT-USE       PIC X(4).
          05 FA-ACCOUNT-NAME      PIC X(30).
          05 FA-FROM-ROUTING      PIC X(9).
          05 FA-FROM-ACCOUNT      PIC X(17).
          05 FA-TO-ROUTING        PIC X(9).
          05 FA-TO-ACCOUNT        PIC X(17).
          05 FA-COMPANY           PIC X(4).
