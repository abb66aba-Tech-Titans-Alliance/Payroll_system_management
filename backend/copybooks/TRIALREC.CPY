      *  gross (carried inside TP-BONUS-PAY); the posting pass uses
      *  it to mark the RETRO.DAT record applied.
      *
      *  TP-TAXABLE-WAGES / TP-JUR-TAXABLE are the federal and
      *  jurisdiction taxable wages - gross less the pre-tax
      *  deductions - the brackets were run against.
      *
      *  TP-NONTAX-PAY is the non-taxable earnings paid outside
      *  gross; the TP-EARNING entries itemize every coded earnings
      *  line for the posting pass to write to PAYEARN.DAT.
      *
      *  TP-OT-PREMIUM is the share of TP-OVERTIME-PAY paid above
      *  straight time, posted to OT-PREMIUM-PAY.
      *
      *  TP-DISPOSABLE is the disposable earnings the garnishment
      *  limits were figured on, and each TP-GARNISHMENT entry one
      *  order's requested/allowed/withheld figures and reason code,
      *  written by the posting pass to GARNLOG.DAT.
      *
      *  Exception flags ('Y' when raised):
      *    TP-EXC-UNKNOWN / TP-EXC-INACTIVE / TP-EXC-DUP block the
      *    record from posting outright; TP-EXC-HOURS and TP-EXC-GROSS
          05 TP-JUR-TAX           PIC 9(7)V99.
          05 TP-OTHER-DEDUCTIONS  PIC 9(7)V99.
          05 TP-NET-PAY           PIC 9(7)V99.
          05 TP-TAXABLE-WAGES     PIC 9(7)V99.
          05 TP-JUR-TAXABLE       PIC 9(7)V99.
          05 TP-RETRO-PAY         PIC 9(7)V99.
          05 TP-NONTAX-PAY        PIC 9(7)V99.
          05 TP-OT-PREMIUM        PIC 9(7)V99.
          05 TP-LEAVE-NOTE        PIC X(30).
          05 TP-EXCEPTION-FLAGS.
             10 TP-EXC-UNKNOWN    PIC X(1).
             10 TP-DED-AMOUNT     PIC 9(7)V99.
             10 TP-DED-SHORT      PIC 9(7)V99.
             10 TP-DED-RECOVER    PIC 9(7)V99.
          05 TP-EARN-COUNT        PIC 99.
          05 TP-EARNING OCCURS 10 TIMES.
             10 TP-ERN-CODE       PIC X(4).
             10 TP-ERN-DESC       PIC X(20).
             10 TP-ERN-HOURS      PIC 9(3)V99.
             10 TP-ERN-AMOUNT     PIC 9(7)V99.
             10 TP-ERN-TAXABLE    PIC X(1).
             10 TP-ERN-SUPPL      PIC X(1).
             10 TP-ERN-PREMIUM    PIC 9(7)V99.
          05 TP-DISPOSABLE        PIC 9(7)V99.
          05 TP-GARN-COUNT        PIC 99.
          05 TP-GARNISHMENT OCCURS 10 TIMES.
             10 TP-GRN-CODE       PIC X(4).
             10 TP-GRN-TYPE       PIC X(1).
             10 TP-GRN-PRIORITY   PIC 9(2).
             10 TP-GRN-RECEIVED   PIC X(10).
             10 TP-GRN-LIMIT-PCT  PIC 9(3)V99.
             10 TP-GRN-REQUESTED  PIC 9(7)V99.
             10 TP-GRN-ALLOWED    PIC 9(7)V99.
             10 TP-GRN-WITHHELD   PIC 9(7)V99.
             10 TP-GRN-REASON     PIC X(1).
          05 TP-COMPANY           PIC X(4).
