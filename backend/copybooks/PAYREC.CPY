      *  JUR-CODE jurisdiction the employee carried when the period
      *  was calculated - its own bucket, never lumped into
      *  TAX-AMOUNT or OTHER-DEDUCTIONS.
      *
      *  TAXABLE-WAGES is the GROSS-PAY the federal brackets actually
      *  ran against - gross less the deductions DEDMAST.DAT flags
      *  pre-tax for federal - and JUR-TAXABLE-WAGES the same figure
      *  for the JUR-CODE jurisdiction.  The wage reports and the
      *  year-end wage file report these apart from gross.
      *
      *  NONTAX-PAY is the non-taxable earnings paid with the check -
      *  expense reimbursements under a non-taxable EARNCODE.DAT
      *  code.  It is paid through NET-PAY but is never part of
      *  GROSS-PAY, so it never reaches the taxable or reported
      *  wages:  NET-PAY = GROSS-PAY - TAX-AMOUNT - JUR-TAX-AMOUNT
      *  - OTHER-DEDUCTIONS + NONTAX-PAY.
      *
      *  OT-PREMIUM-PAY is the part of OVERTIME-PAY paid above the
      *  straight-time rate - the extra half of time-and-a-half.  It
      *  is carried inside OVERTIME-PAY, never on top of it; the
      *  workers' comp premium report takes it back out, since the
      *  carriers rate straight-time remuneration only.  Records
      *  written before it was kept carry spaces here and are read
      *  as one third of OVERTIME-PAY, the time-and-a-half share.
      *  Records written before TAXABLE-WAGES, JUR-TAXABLE-WAGES and
      *  NONTAX-PAY were kept carry spaces in them too: every reader
      *  takes TAXABLE-WAGES as GROSS-PAY, JUR-TAXABLE-WAGES as
      *  GROSS-PAY when JUR-CODE is set (zero when it is not) and
      *  NONTAX-PAY as zero - no pre-tax deductions or non-taxable
      *  earnings existed when they were posted.
      *================================================================
       01 PAYROLL-RECORD.
          05 PAYROLL-KEY.
             10 OTHER-DEDUCTIONS  PIC 9(7)V99.
             10 NET-PAY           PIC 9(7)V99.
             10 PAY-STATUS        PIC X(1).
             10 TAXABLE-WAGES     PIC 9(7)V99.
             10 JUR-TAXABLE-WAGES PIC 9(7)V99.
             10 NONTAX-PAY        PIC 9(7)V99.
             10 OT-PREMIUM-PAY    PIC 9(7)V99.
      * Company the paycheck was paid and filed under, stamped from
      * EMP-COMPANY when the paycheck is posted so a transfer later
      * in the year leaves it with the old employer.  Spaces on
      * paychecks posted before companies were kept - those are read
      * as the employee's current company.
             10 PAY-COMPANY       PIC X(4).
