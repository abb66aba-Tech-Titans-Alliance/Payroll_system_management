      *================================================================
      *  COMPNYRC.CPY
      *  Company master record layout - shared by every program that
      *  opens COMPANY-FILE (COMPANY.DAT).  One record per legal
      *  entity payroll is run for: the legal name and federal tax
      *  ID its returns and wage filings are made under, the ACH
      *  originator details its deposit batch goes out with, and the
      *  bank account its paychecks are drawn on.  EMP-COMPANY puts
      *  every employee under one of these codes and PAY-COMPANY
      *  carries it onto each paycheck, so ACHGEN, CHKPRINT, PAYREG,
      *  GLEXTR, QTRRET and W2EXTR produce their batches, registers
      *  and filings one company at a time.  COMAINT maintains the
      *  file.  A company is retired with CO-STATUS 'I', never
      *  deleted - its paychecks and filings keep pointing at it.
      *  No file at all means payroll is run for a single employer.
      *================================================================
       01 COMPANY-RECORD.
          05 CO-CODE              PIC X(4).
          05 CO-LEGAL-NAME        PIC X(40).
          05 CO-TAX-ID            PIC X(10).
      * ACH originator details for the company's batch header: the
      * company identification and name the bank knows the batch
      * by, and the routing number of the originating bank.
          05 CO-ACH-COMPANY-ID    PIC X(10).
          05 CO-ACH-COMPANY-NAME  PIC X(16).
          05 CO-ACH-ORIGIN-DFI    PIC X(9).
      * The account the company's paychecks are drawn on.
          05 CO-CHECK-ROUTING     PIC X(9).
          05 CO-CHECK-ACCOUNT     PIC X(17).
      * 'A' active, 'I' inactive - no new employees may be put under
      * an inactive company.
          05 CO-STATUS            PIC X(1).
          05 CO-CHANGED-BY        PIC X(10).
          05 CO-ENTRY-DATE        PIC X(8).
