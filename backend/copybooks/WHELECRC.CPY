      *================================================================
      *  WHELECRC.CPY
      *  Withholding election record layout - shared by every program
      *  that opens WHELECT-FILE (WHELECT.DAT).  One record per
      *  withholding certificate an employee files, keyed EMP-ID/
      *  jurisdiction/effective date: EL-JURIS-CODE spaces is the
      *  federal certificate, otherwise the EMP-TAX-JURIS code the
      *  state/local certificate was filed for.  EMPMAINT's 'W'
      *  transaction writes the rows (a second certificate effective
      *  the same day replaces the first) and audits every element
      *  that changed.  PAYCALC withholds under the certificate with
      *  the latest effective date on or before the PAY-DATE; an
      *  employee with none on file is withheld on EMP-FILING-STATUS
      *  alone, as before certificates were kept.
      *
      *  The dollar elections are entered as the employee states them
      *  on the form - the dependent credit, other income and extra
      *  deductions as annual figures, which PAYCALC spreads over the
      *  employee's pay periods, and the extra withholding as a flat
      *  amount per period.
      *
      *  A claim of exempt (EL-EXEMPT 'Y') stops withholding for the
      *  certificate's layer only until EL-EXEMPT-EXPIRES, the last
      *  day of the calendar year it was filed for.  A paycheck dated
      *  after that falls back to default withholding until a new
      *  certificate is filed; WHEXPRPT lists the claims due to run
      *  out so the employees can refile.
      *================================================================
       01 WITHHOLD-ELECTION-RECORD.
          05 WITHHOLD-ELECTION-KEY.
             10 EL-EMP-ID         PIC X(10).
             10 EL-JURIS-CODE     PIC X(4).
             10 EL-EFF-DATE       PIC X(10).
      * 'S' single, 'M' married, 'H' head of household.
          05 EL-FILING-STATUS     PIC X(1).
          05 EL-DEP-CREDIT        PIC 9(5)V99.
          05 EL-OTHER-INCOME      PIC 9(7)V99.
          05 EL-DEDUCTIONS        PIC 9(7)V99.
          05 EL-EXTRA-WH          PIC 9(5)V99.
          05 EL-EXEMPT            PIC X(1).
          05 EL-EXEMPT-EXPIRES    PIC X(10).
          05 EL-CHANGED-BY        PIC X(10).
          05 EL-ENTRY-DATE        PIC X(8).
