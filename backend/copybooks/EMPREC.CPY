          05 EMP-BANK-ROUTING  PIC X(9).
          05 EMP-BANK-ACCOUNT  PIC X(17).
          05 EMP-ACCOUNT-TYPE  PIC X(1).
      * Default filing status - 'S' single, 'M' married, 'H' head of
      * household.  A withholding certificate on WHELECT.DAT, when
      * one is in force, supersedes it for the layer it covers.
          05 EMP-FILING-STATUS PIC X(1).
      * Prenote cycle state for the bank details above:
      *   space = on file before prenoting existed (treated verified)
      * frequency matches its own, and PAYCALC scales the per-period
      * tax brackets to the cycle's share of the year.
          05 EMP-PAY-FREQ      PIC X(1).
      * Workers' compensation risk class the employee's remuneration
      * is rated under - the code selects the policy-period premium
      * rate on WCRATE.DAT.  Spaces means not yet classified; the
      * premium report lists such employees as unassigned.
          05 EMP-WC-CLASS      PIC X(4).
      * Date of birth, YYYY-MM-DD.  It decides the age catch-up on
      * the annual retirement deferral limit (RETLIMIT.DAT); spaces
      * means no catch-up is allowed.
          05 EMP-BIRTH-DATE    PIC X(10).
      * Legal entity (COMPANY.DAT) that employs the employee - whose
      * tax ID the wages are filed under and whose bank account pays
      * them.  Spaces only where no company master is kept and
      * payroll runs for a single employer.
          05 EMP-COMPANY       PIC X(4).
      * Last known mailing address - where unclaimed-pay notices are
      * sent, and whose state an escheated paycheck is reported and
      * remitted to.  Spaces until first keyed.
          05 EMP-ADDR-LINE     PIC X(40).
          05 EMP-ADDR-CITY     PIC X(25).
          05 EMP-ADDR-STATE    PIC X(2).
          05 EMP-ADDR-ZIP      PIC X(10).
