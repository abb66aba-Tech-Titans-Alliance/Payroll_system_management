      *  whatever NET-PAY says by the time the item comes back.
      *  CKI-CLEAR-STATUS is space while the check is outstanding
      *  and 'C' once CHKRECON matches the bank's paid item (with
      *  the bank's date in CKI-PAID-DATE), or 'E' once ESCHRPT has
      *  reported the uncashed check and remitted it to the state as
      *  unclaimed property (the remit date in CKI-PAID-DATE) - an
      *  escheated check is neither paid nor void, and the bank
      *  must not pay it.  A check REISSUE stops and replaces (for
      *  a stop-payment or an owner's unclaimed-wages claim) loses
      *  its record entirely - the old number lives on the reissue
      *  register and the bank's stop list,
      *  the cleared key lets CHKPRINT print the fresh check, and
      *  if the bank pays the stopped number anyway it surfaces on
      *  CHKRECON as a paid-but-never-issued exception.
          05 CKI-AMOUNT           PIC 9(9)V99.
          05 CKI-CLEAR-STATUS     PIC X(1).
          05 CKI-PAID-DATE        PIC X(10).
      * Company whose account the check was drawn on.
          05 CKI-COMPANY          PIC X(4).
