      *       record (paid-not-issued), an amount that does not agree
      *       with the face amount printed, or a check already
      *       cleared by an earlier run is an exception - reported,
      *       never applied.  So is a check already escheated: the
      *       money went to the state as unclaimed property, and a
      *       bank that paid it has paid it twice.
      *
      *   Aging - every issue record still outstanding after the
      *       import is aged from its issue date and reported in
      *       30/60/90-day buckets, with checks older than the stale
      *       threshold on CHKRECON.IN (default 180 days) listed
      *       separately - the checks the next ESCHEAT run moves to
      *       the unclaimed-property ledger.  Day counts use the
      *       usual 365/30 batch approximation - good enough for
      *       ageing.  An escheated check is no longer outstanding
      *       and is not aged.
      *
      * CHKRECON.OUT carries the exceptions, the aging and the run
      * totals.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WT-AMOUNT                 PIC Z(8)9.99.
          05 FILLER                    PIC X(24) VALUE
             "  TO UNCLAIMED LEDGER".

       01 WS-AGING-HEADER          PIC X(30) VALUE
          "OUTSTANDING CHECKS BY AGE".
               WHEN CKI-CLEAR-STATUS = 'C'
                    MOVE "ALREADY CLEARED" TO WX-REASON
                    PERFORM WRITE-EXCEPTION-LINE
               WHEN CKI-CLEAR-STATUS = 'E'
                    MOVE "CHECK ESCHEATED - RECOVER FROM BANK"
                         TO WX-REASON
                    PERFORM WRITE-EXCEPTION-LINE
               WHEN BP-AMOUNT NOT = CKI-AMOUNT
                    MOVE "AMOUNT DIFFERS FROM FACE" TO WX-REASON
                    PERFORM WRITE-EXCEPTION-LINE
