      *  percentage, or any bank-detail change) lands here instead of
      *  being applied; a second operator's approval transaction
      *  applies it, a rejection or the ageing sweep deletes it.  One
      *  pending change per employee at a time.  The salary effective
      *  date and reason ride along so the approval writes the same
      *  compensation history row the direct update would have.
      *================================================================
       01 PENDING-CHANGE-RECORD.
          05 PC-EMP-ID            PIC X(10).
          05 PC-ENTERED-DATE      PIC X(8).
          05 PC-EMP-TAX-JURIS     PIC X(4).
          05 PC-EMP-PAY-FREQ      PIC X(1).
          05 PC-EFF-DATE          PIC X(10).
          05 PC-REASON            PIC X(2).
          05 PC-EMP-WC-CLASS      PIC X(4).
          05 PC-EMP-BIRTH-DATE    PIC X(10).
          05 PC-EMP-COMPANY       PIC X(4).
          05 PC-EMP-ADDR-LINE     PIC X(40).
          05 PC-EMP-ADDR-CITY     PIC X(25).
          05 PC-EMP-ADDR-STATE    PIC X(2).
          05 PC-EMP-ADDR-ZIP      PIC X(10).
