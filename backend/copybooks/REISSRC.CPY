      *  EMP-ID/PAY-DATE whose pay went out and did not arrive:
      *  ACHRET books one ('R') when a live deposit comes back from
      *  the bank, PAYADJ books one ('S') when a check-paid record
      *  is voided for a stop-payment pull, ESCHEAT books one ('E')
      *  when the owner of an uncashed check answers the unclaimed-
      *  wages notice and claims the money.  The REISSUE run works
      *  the open items: it confirms the return or stop is final,
      *  routes the replacement - a pending ACH credit when the
      *  employee's bank details have cleared prenote, otherwise
