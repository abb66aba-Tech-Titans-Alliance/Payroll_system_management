      *================================================================
      *  ESCHLGRC.CPY
      *  Unclaimed-property ledger record layout - shared by every
      *  program that opens ESCHEAT-FILE (ESCHEAT.DAT).  One record
      *  per uncashed paycheck that went stale, keyed EMP-ID/PAY-DATE
      *  like the CHKISSUE.DAT record it came from.  The ESCHEAT run
      *  moves each check still outstanding past the stale threshold
      *  onto the ledger, sends the owner a due-diligence notice at
      *  the last address on the employee master, records what came
      *  back and books a claimed check onto REISSUE.DAT for a
      *  replacement.  ESCHRPT reports and remits to the state every
      *  item still unclaimed once the dormancy period has run.
      *
      *  The owner's name and address are a snapshot, taken when the
      *  item was noticed, so the notice register and the holder
      *  report show exactly where the notice went.  ES-OWNER-STATE
      *  names the state the property is reported and remitted to;
      *  a blank state (no address on file) is owed to the state the
      *  company is domiciled in, and the holder report and the
      *  remittance file carry it under "**" for finance to file.
      *
      *  ES-STATUS:
      *     'D' dormant - no address on file, notice not yet sent
      *     'N' noticed - due-diligence notice mailed
      *     'U' notice came back undeliverable
      *     'C' claimed - owner answered, replacement on REISSUE.DAT
      *     'P' the bank paid the check after all
      *     'X' the check was stopped and replaced some other way
      *     'R' reported and remitted to the state (ES-REMIT-DATE,
      *         ES-REPORT-YEAR) - CHKISSUE.DAT shows it escheated
      *  Only 'D', 'N' and 'U' are still open; the rest are history
      *  and are never deleted.
      *================================================================
       01 ESCHEAT-RECORD.
          05 ESCHEAT-KEY.
             10 ES-EMP-ID         PIC X(10).
             10 ES-PAY-DATE       PIC X(10).
          05 ES-CHECK-NO          PIC 9(8).
          05 ES-ISSUE-DATE        PIC X(8).
          05 ES-AMOUNT            PIC 9(9)V99.
          05 ES-COMPANY           PIC X(4).
          05 ES-OWNER-NAME        PIC X(50).
          05 ES-OWNER-ADDR-LINE   PIC X(40).
          05 ES-OWNER-CITY        PIC X(25).
          05 ES-OWNER-STATE       PIC X(2).
          05 ES-OWNER-ZIP         PIC X(10).
          05 ES-STATUS            PIC X(1).
          05 ES-DORMANT-DATE      PIC X(8).
          05 ES-NOTICE-DATE       PIC X(8).
          05 ES-RESPONSE-DATE     PIC X(8).
          05 ES-REMIT-DATE        PIC X(8).
          05 ES-REPORT-YEAR       PIC X(4).
