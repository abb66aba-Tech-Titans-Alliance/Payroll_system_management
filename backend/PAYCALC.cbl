      * retirement percentage, union dues, garnishments) is applied
      * automatically each period; a garnishment stops by itself once
      * DED-PAID-TO-DATE reaches the court-ordered DED-ORDER-TOTAL.
      * Garnishments are taken ahead of the other after-tax
      * deductions, in DED-PRIORITY then DED-RECEIVED-DATE order,
      * each held to the GARNLIM.DAT share of disposable earnings
      * (gross less the taxes withheld) for its order type, less
      * whatever the orders ahead of it already took.  The posting
      * pass logs every order's requested, allowed and withheld
      * figures on GARNLOG.DAT for GARNRPT.
      * OTHER-DEDUCTIONS on the payroll record carries the combined
      * total and PAYSLIP itemizes it off PAYDED.DAT.  PAYCALC.OUT
      * reports what happened to every record in either pass.
      *
      * A deduction DEDMAST.DAT flags pre-tax (DED-PRETAX - federal,
      * jurisdiction or both) is taken out of gross BEFORE the
      * brackets run: the federal brackets work on TAXABLE-WAGES,
      * gross less the federal pre-tax deductions, and the
      * jurisdiction brackets on JUR-TAXABLE-WAGES, gross less the
      * jurisdiction pre-tax deductions.  Both figures ride the
      * payroll record for the wage reports.  After-tax deductions
      * are applied afterwards, capped at what the taxes left.
      *
      * The posting pass also accrues the company's own side of each
      * paycheck on EMPRACCR.DAT: employer payroll tax on the posted
      * GROSS-PAY and the employer match on the percentage-method
      * retirement deductions withheld, at the EMPRRATE.DAT rates in
      * force for the PAY-DATE.  GLEXTR turns those accruals into the
      * liability extract finance posts to the GL with the register.
      *
      * Salaried ('S') pay is prorated off the compensation history
      * on COMPHIST.DAT: the PAYCAL.DAT period's days from
      * CAL-PERIOD-START through CAL-PERIOD-END are each paid at the
      * per-period rate the history puts in force that day, so a
      * raise, demotion, hire or termination inside the period pays
      * each stretch at its own rate.  An employee with no history
      * is paid EMP-BASIC-SALARY for the whole period as before.  A
      * terminated employee whose termination falls on or after the
      * period start still calculates for that final period.
      *
      * Employee loans and pay advances on LOAN.DAT are recovered
      * after every other deduction: each active loan disbursed
      * before the PAY-DATE takes its LN-INSTALLMENT, capped at the
      * balance still owed and at the pay still available, itemized
      * under deduction code 'L' + loan number.  A short period
      * simply leaves more balance for the next one.  The posting
      * pass takes the reviewed recovery off LN-BALANCE (a repost
      * backs it out first) and marks the loan paid off at zero.
      *
      * Beyond basic, overtime and bonus, a paycheck carries any
      * number of coded earnings lines ('E' lines on PAYCALC.IN),
      * each treated by its EARNCODE.DAT row.  Taxable lines join
      * GROSS-PAY; a supplemental line is withheld federally at its
      * flat supplemental rate, the brackets running on the rest of
      * the taxable wages; a non-taxable line - an expense
      * reimbursement - is paid through NET-PAY as NONTAX-PAY and
      * never touches gross, taxable wages or the deduction base.
      * Hours on a code that counts as overtime-eligible hours are
      * added to the hours worked, and those carrying the period
      * past its straight-time limit (the TIMRULES.DAT weekly limit,
      * 40.00 without one, over the period's weeks) earn the
      * half-time premium as overtime pay - salaried lines excepted.
      * The posting pass itemizes the lines on PAYEARN.DAT.
      *
      * The percentage-method retirement deductions are held to the
      * annual legal deferral limit on RETLIMIT.DAT (the row in force
      * for the PAY-DATE, plus its catch-up allowance for an employee
      * reaching the catch-up age by year end).  The trial measures
      * what the employee has already deferred this calendar year -
      * the posted paychecks before this PAY-DATE, and any earlier
      * paycheck calculated in the same run - and takes only what
      * is left of the limit; at the limit the deduction stops, and
      * with it the employer match figured on it.  No RETLIMIT.DAT
      * means no limit is enforced.
      *
      * Every paycheck is stamped with the company the employee works
      * for (PAY-COMPANY, off EMP-COMPANY as of the trial), so it is
      * paid, registered and filed under that employer even if the
      * employee transfers later.  When COMPANY.DAT is in use an
      * employee whose company is not on file is rejected.
      *
      * Withholding follows the employee's certificates on WHELECT.DAT
      * - the federal one and the one for their EMP-TAX-JURIS, each
      * the latest in force on the PAY-DATE.  The certificate's
      * filing status picks the federal bracket set ('H' falls back
      * to the single set where TAXRATE.DAT has none); its annual
      * other income is added to, and its annual deductions taken
      * from, the wages the brackets run on at the period's share;
      * the period's share of the dependent credit comes off the
      * tax the brackets produce; and the extra flat withholding is
      * added on top, as far as the pay allows.  A claim of exempt
      * withholds nothing for its layer until its year-end expiry,
      * after which the employee is withheld by default again - the
      * master's filing status, nothing else elected.  Without a
      * certificate, or without WHELECT.DAT, withholding runs on
      * EMP-FILING-STATUS alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS EA-PAY-DATE WITH DUPLICATES
               FILE STATUS IS ACC-FILE-STATUS.

           SELECT COMPHIST-FILE ASSIGN TO "COMPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-HISTORY-KEY
               FILE STATUS IS CHS-FILE-STATUS.

           SELECT WHELECT-FILE ASSIGN TO "WHELECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WITHHOLD-ELECTION-KEY
               FILE STATUS IS WHE-FILE-STATUS.

           SELECT EMPRRATE-FILE ASSIGN TO "EMPRRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-FILE-STATUS.

           SELECT RETLIMIT-FILE ASSIGN TO "RETLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLM-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "PAYCALC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.

               RECORD KEY IS ARREARS-KEY
               FILE STATUS IS ARR-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS LN-FILE-STATUS.

           SELECT EARNCODE-FILE ASSIGN TO "EARNCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ECD-FILE-STATUS.

           SELECT GARNLIM-FILE ASSIGN TO "GARNLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLM-FILE-STATUS.

           SELECT GARNLOG-FILE ASSIGN TO "GARNLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GARNISH-LOG-KEY
               ALTERNATE RECORD KEY IS GN-PAY-DATE WITH DUPLICATES
               FILE STATUS IS GNL-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT RULES-FILE ASSIGN TO "TIMRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUL-FILE-STATUS.

           SELECT PAYEARN-FILE ASSIGN TO "PAYEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EARNINGS-KEY
               FILE STATUS IS PEN-FILE-STATUS.

           SELECT TRIAL-FILE ASSIGN TO "PAYTRIAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRL-FILE-STATUS.
       FD EMPRRATE-FILE.
       COPY EMPRREC.

       FD COMPHIST-FILE.
       COPY COMPHSRC.

       FD WHELECT-FILE.
       COPY WHELECRC.

       FD RETLIMIT-FILE.
       COPY RETLIMRC.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CT-RUN-MODE          PIC X(1).
          05 SRT-EMP-ID           PIC X(10).
          05 SRT-PAY-DATE         PIC X(10).
          05 SRT-REST             PIC X(45).
          05 SRT-LINE-TYPE        PIC X(1).

       FD CTLTOT-FILE.
       COPY CTLTOTRC.
       FD ARREARS-FILE.
       COPY ARREARRC.

       FD LOAN-FILE.
       COPY LOANREC.

       FD EARNCODE-FILE.
       COPY EARNCDRC.

       FD GARNLIM-FILE.
       COPY GARNLMRC.

       FD GARNLOG-FILE.
       COPY GARNLGRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD RULES-FILE.
       COPY TIMRULRC.

       FD PAYEARN-FILE.
       COPY PAYERNRC.

       FD TRIAL-FILE.
       COPY TRIALREC.

       01 JUR-FILE-STATUS         PIC XX.
       01 ARR-FILE-STATUS         PIC XX.
       01 TOT-FILE-STATUS         PIC XX.
       01 CHS-FILE-STATUS         PIC XX.
       01 WHE-FILE-STATUS         PIC XX.
       01 LN-FILE-STATUS          PIC XX.
       01 ECD-FILE-STATUS         PIC XX.
       01 RUL-FILE-STATUS         PIC XX.
       01 PEN-FILE-STATUS         PIC XX.
       01 RLM-FILE-STATUS         PIC XX.
       01 GLM-FILE-STATUS         PIC XX.
       01 GNL-FILE-STATUS         PIC XX.
       01 CO-FILE-STATUS          PIC XX.

      * Every distinct PAY-DATE the posting pass touched - the run's
      * control totals are recomputed off PAYROLL.DAT per date once
       01 WS-BASIC-PAY            PIC 9(7)V99  VALUE ZERO.
       01 WS-OVERTIME-PAY         PIC 9(7)V99  VALUE ZERO.
       01 WS-OVERTIME-RATE        PIC 9(5)V99  VALUE ZERO.
       01 WS-OT-PREMIUM-PAY       PIC 9(7)V99  VALUE ZERO.
       01 WS-GROSS-PAY            PIC 9(7)V99  VALUE ZERO.
       01 WS-TAX-AMOUNT           PIC 9(7)V99  VALUE ZERO.
       01 WS-NET-PAY              PIC 9(7)V99  VALUE ZERO.
       01 WS-FIXED-CHARGES        PIC 9(7)V99  VALUE ZERO.
       01 WS-NET-AVAILABLE        PIC 9(7)V99  VALUE ZERO.
       01 WS-DEDMAST-EOF          PIC X        VALUE 'N'.

      * Pre-tax treatment: the deduction master is walked twice, once
      * ahead of the brackets for the pre-tax deductions ('P' pass)
      * and once after them for the after-tax ones ('A' pass).
       01 WS-DED-PASS             PIC X(1)     VALUE 'P'.
       01 WS-DED-PRETAX-SW        PIC X        VALUE 'N'.
       01 WS-FED-PRETAX           PIC 9(7)V99  VALUE ZERO.
       01 WS-JUR-PRETAX           PIC 9(7)V99  VALUE ZERO.
       01 WS-TAXABLE-WAGES        PIC 9(7)V99  VALUE ZERO.
       01 WS-JUR-TAXABLE          PIC 9(7)V99  VALUE ZERO.
       01 WS-PURGE-EOF            PIC X        VALUE 'N'.

      * Graduated tax bracket table - annualised brackets expressed
       01 WS-BRACKET-TAX           PIC 9(7)V99.
       01 WS-PRIOR-LIMIT           PIC 9(7)V99.

      * Compensation history for the employee being calculated, one
      * entry per COMPHIST.DAT row in effective-date order.  WC-DAYS
      * is the day number the row's new rate takes force (the day
      * after a termination's last day worked).
       01 WS-COMPHIST-OPEN-SW      PIC X        VALUE 'N'.
       01 WS-COMPANY-OPEN-SW       PIC X        VALUE 'N'.

      * Withholding certificates in force for the paycheck in hand -
      * the federal one and the jurisdiction's - and the certificate
      * row just found.  The dollar elections are annual except the
      * extra withholding, which is per period.
       01 WS-WHELECT-OPEN-SW       PIC X        VALUE 'N'.
       01 WS-EL-WANTED-JURIS       PIC X(4).
       01 WS-EL-EOF                PIC X        VALUE 'N'.
       01 WS-EL-FOUND-SW           PIC X        VALUE 'N'.
       01 WS-EL-STATUS             PIC X(1).
       01 WS-EL-DEP-CREDIT         PIC 9(5)V99  VALUE ZERO.
       01 WS-EL-OTHER-INCOME       PIC 9(7)V99  VALUE ZERO.
       01 WS-EL-DEDUCTIONS         PIC 9(7)V99  VALUE ZERO.
       01 WS-EL-EXTRA-WH           PIC 9(5)V99  VALUE ZERO.
       01 WS-EL-EXEMPT             PIC X(1).
       01 WS-EL-EXEMPT-EXPIRES     PIC X(10).
       01 WS-FED-EXEMPT-SW         PIC X        VALUE 'N'.
       01 WS-FED-DEP-CREDIT        PIC 9(5)V99  VALUE ZERO.
       01 WS-FED-OTHER-INCOME      PIC 9(7)V99  VALUE ZERO.
       01 WS-FED-DEDUCTIONS        PIC 9(7)V99  VALUE ZERO.
       01 WS-FED-EXTRA-WH          PIC 9(5)V99  VALUE ZERO.
       01 WS-JUR-EXEMPT-SW         PIC X        VALUE 'N'.
       01 WS-JUR-DEP-CREDIT        PIC 9(5)V99  VALUE ZERO.
       01 WS-JUR-OTHER-INCOME      PIC 9(7)V99  VALUE ZERO.
       01 WS-JUR-DEDUCTIONS        PIC 9(7)V99  VALUE ZERO.
       01 WS-JUR-EXTRA-WH          PIC 9(5)V99  VALUE ZERO.
      * The period's share of the elections, applied to one layer.
       01 WS-EL-WAGE-ADJUST        PIC S9(7)V99 VALUE ZERO.
       01 WS-EL-PERIOD-CREDIT      PIC 9(7)V99  VALUE ZERO.
       01 WS-EL-ROOM               PIC S9(7)V99 VALUE ZERO.
       01 WS-JUR-BRACKET-WAGES     PIC 9(7)V99  VALUE ZERO.
       01 WS-EMP-COMPANY           PIC X(4)     VALUE SPACES.

      * Loan recovery - the itemized deduction code is 'L' followed
      * by the loan number.
       01 WS-LOAN-EOF              PIC X        VALUE 'N'.
       01 WS-LOAN-CODE.
          05 WS-LOAN-CODE-PREFIX   PIC X(1)     VALUE 'L'.
          05 WS-LOAN-CODE-NO       PIC 9(3).
       01 WS-LOAN-DESC             PIC X(20).
       01 WS-CH-EOF                PIC X        VALUE 'N'.
       01 WS-COMP-HIST-TABLE.
          05 WS-COMP-HIST-ENTRY OCCURS 50 TIMES.
             10 WC-DAYS           PIC 9(7)     COMP.
             10 WC-OLD-RATE       PIC 9(7)V99.
             10 WC-NEW-RATE       PIC 9(7)V99.
       01 WS-CH-COUNT              PIC 9(2)     COMP VALUE ZERO.
       01 WS-CH-IDX                PIC 9(2)     COMP.
       01 WS-FINAL-PERIOD-SW       PIC X        VALUE 'N'.
       01 WS-PER-START-DAYS        PIC 9(7)     COMP VALUE ZERO.
       01 WS-PER-END-DAYS          PIC 9(7)     COMP VALUE ZERO.
       01 WS-PERIOD-DAYS           PIC 9(7)     COMP VALUE ZERO.
       01 WS-SEG-START             PIC 9(7)     COMP VALUE ZERO.
       01 WS-SEG-RATE              PIC 9(7)V99  VALUE ZERO.
       01 WS-PRORATE-SUM           PIC 9(9)V99  VALUE ZERO.

      * Calendar date to day number.  The exact calendar count, not
      * the 365/30 approximation - money is paid by the day here.
       01 WS-DN-DATE               PIC X(10).
       01 WS-DN-PARTS.
          05 WS-DN-YYYY            PIC 9(4).
          05 FILLER                PIC X(1).
          05 WS-DN-MM              PIC 9(2).
          05 FILLER                PIC X(1).
          05 WS-DN-DD              PIC 9(2).
       01 WS-DN-VALID-SW           PIC X        VALUE 'N'.
       01 WS-DN-DAYS               PIC 9(7)     COMP VALUE ZERO.
       01 WS-DN-Y                  PIC 9(4)     COMP.
       01 WS-DN-M                  PIC 9(2)     COMP.
       01 WS-DN-Q4                 PIC 9(4)     COMP.
       01 WS-DN-Q100               PIC 9(4)     COMP.
       01 WS-DN-Q400               PIC 9(4)     COMP.
       01 WS-DN-MONTH-DAYS         PIC 9(4)     COMP.

      * Earnings codes off EARNCODE.DAT, loaded once by the trial.
       01 WS-EARN-CODE-TABLE.
          05 WS-EARN-CODE-ENTRY OCCURS 50 TIMES.
             10 WN-CODE           PIC X(4).
             10 WN-DESC           PIC X(20).
             10 WN-TAXABLE        PIC X(1).
             10 WN-OT-HOURS       PIC X(1).
             10 WN-SUPPLEMENTAL   PIC X(1).
             10 WN-SUPP-RATE      PIC V999.
       01 WS-EARN-CODE-COUNT       PIC 9(3)     COMP VALUE ZERO.
       01 WS-EARN-CODE-IDX         PIC 9(3)     COMP.
       01 WS-EARNCODE-EOF          PIC X        VALUE 'N'.
       01 WS-RULES-EOF             PIC X        VALUE 'N'.

      * The coded earnings lines gathered for the paycheck in hand,
      * one entry per code (repeat lines for a code add together).
      * WS-EARN-REJECT-SW is 'U' for a code not on the master and
      * 'F' when the paycheck carries more codes than the table.
       01 WS-EARN-TABLE.
          05 WS-EARN-ENTRY OCCURS 10 TIMES.
             10 WK-ERN-CODE       PIC X(4).
             10 WK-ERN-DESC       PIC X(20).
             10 WK-ERN-HOURS      PIC 9(3)V99.
             10 WK-ERN-RATE       PIC 9(5)V99.
             10 WK-ERN-AMOUNT     PIC 9(7)V99.
             10 WK-ERN-TAXABLE    PIC X(1).
             10 WK-ERN-OT-HOURS   PIC X(1).
             10 WK-ERN-SUPPL      PIC X(1).
             10 WK-ERN-SUPP-RATE  PIC V999.
             10 WK-ERN-PREMIUM    PIC 9(7)V99.
       01 WS-EARN-COUNT            PIC 99       VALUE ZERO.
       01 WS-EARN-IDX              PIC 99       COMP.
       01 WS-EARN-FOUND-SW         PIC X        VALUE 'N'.
       01 WS-EARN-REJECT-SW        PIC X        VALUE SPACE.
       01 WS-EARN-LINE-AMOUNT      PIC 9(7)V99  VALUE ZERO.
       01 WS-GROUP-EMP-ID          PIC X(10).
       01 WS-GROUP-PAY-DATE        PIC X(10).

      * What the coded lines add up to for the paycheck in hand.
       01 WS-CODED-TAXABLE         PIC 9(7)V99  VALUE ZERO.
       01 WS-NONTAX-PAY            PIC 9(7)V99  VALUE ZERO.
       01 WS-SUPP-WAGES            PIC 9(7)V99  VALUE ZERO.
       01 WS-SUPP-TAX              PIC 9(7)V99  VALUE ZERO.
       01 WS-BRACKET-WAGES         PIC 9(7)V99  VALUE ZERO.

      * Overtime-eligible hours against the period's straight-time
      * limit - the weekly limit spread over the period's weeks.
       01 WS-WEEKLY-LIMIT          PIC 9(3)V99  VALUE 40.00.
       01 WS-STRAIGHT-LIMIT        PIC 9(4)V99  VALUE ZERO.
       01 WS-OT-ELIG-HOURS         PIC 9(4)V99  VALUE ZERO.
       01 WS-HOURS-OVER            PIC 9(4)V99  VALUE ZERO.
       01 WS-PREMIUM-RATE          PIC 9(5)V99  VALUE ZERO.
       01 WS-EARN-PURGE-EOF        PIC X        VALUE 'N'.

      * Deferral limit rows off RETLIMIT.DAT, loaded once by the
      * trial.  WS-DEFER-LIMIT-SW is 'Y' while a limit is in force
      * for the paycheck in hand, WS-DEFER-ROOM what is left of it.
       01 WS-RETLIM-TABLE.
          05 WS-RETLIM-ENTRY OCCURS 50 TIMES.
             10 WR-EFFECTIVE-DATE PIC X(10).
             10 WR-DEFERRAL-LIMIT PIC 9(7)V99.
             10 WR-CATCHUP-AGE    PIC 9(3).
             10 WR-CATCHUP-LIMIT  PIC 9(7)V99.
       01 WS-RETLIM-COUNT          PIC 9(3)     COMP VALUE ZERO.
       01 WS-RETLIM-IDX            PIC 9(3)     COMP.
       01 WS-RETLIMIT-EOF          PIC X        VALUE 'N'.
       01 WS-RETLIM-BEST-DATE      PIC X(10).
       01 WS-EMP-BIRTH-DATE        PIC X(10)    VALUE SPACES.
       01 WS-DEFER-LIMIT-SW        PIC X        VALUE 'N'.
       01 WS-DEFER-LIMIT           PIC 9(7)V99  VALUE ZERO.
       01 WS-DEFER-ROOM            PIC 9(7)V99  VALUE ZERO.
       01 WS-DEFER-YTD             PIC 9(7)V99  VALUE ZERO.
       01 WS-DEFER-THIS-CHECK      PIC 9(7)V99  VALUE ZERO.
       01 WS-DEFER-AGE             PIC 9(4)     VALUE ZERO.
       01 WS-DEFER-CATCHUP-AGE     PIC 9(3)     VALUE ZERO.
       01 WS-DEFER-CATCHUP-AMT     PIC 9(7)V99  VALUE ZERO.
       01 WS-PAY-YEAR              PIC 9(4)     VALUE ZERO.
       01 WS-BIRTH-YEAR            PIC 9(4)     VALUE ZERO.
       01 WS-YEAR-START.
          05 WS-YEAR-START-YYYY    PIC X(4).
          05 FILLER                PIC X(6)     VALUE '-01-01'.
       01 WS-YTD-PAY-EOF           PIC X        VALUE 'N'.
       01 WS-YTD-DED-EOF           PIC X        VALUE 'N'.
       01 WS-YTD-PAY-DATE          PIC X(10).
       01 WS-RUN-DEFER-SEEN-SW     PIC X        VALUE 'N'.

      * What each earlier paycheck of the employee in hand deferred
      * in this same trial - not on PAYROLL.DAT until it posts, but
      * already spent against the year's limit.
       01 WS-RUN-DEFER-TABLE.
          05 WS-RUN-DEFER-ENTRY OCCURS 30 TIMES.
             10 WD-PAY-DATE       PIC X(10).
             10 WD-AMOUNT         PIC 9(7)V99.
       01 WS-RUN-DEFER-COUNT       PIC 9(2)     COMP VALUE ZERO.
       01 WS-RUN-DEFER-IDX         PIC 9(2)     COMP.

      * Garnishment limit rows off GARNLIM.DAT, loaded once by the
      * trial, and the standing limit per order type used when no
      * row is in force.
       01 WS-GARN-LIMIT-TABLE.
          05 WS-GARN-LIMIT-ENTRY OCCURS 50 TIMES.
             10 WM-ORDER-TYPE     PIC X(1).
             10 WM-EFFECTIVE-DATE PIC X(10).
             10 WM-LIMIT-PERCENT  PIC 9(3)V99.
       01 WS-GARN-LIMIT-COUNT      PIC 9(3)     COMP VALUE ZERO.
       01 WS-GARN-LIMIT-IDX        PIC 9(3)     COMP.
       01 WS-GARNLIM-EOF           PIC X        VALUE 'N'.
       01 WS-GARN-BEST-DATE        PIC X(10).
       01 WS-STANDING-LIMITS.
          05 FILLER                PIC X(6)     VALUE 'C05000'.
          05 FILLER                PIC X(6)     VALUE 'T10000'.
          05 FILLER                PIC X(6)     VALUE 'R02500'.
          05 FILLER                PIC X(6)     VALUE 'S01500'.
       01 WS-STANDING-TABLE REDEFINES WS-STANDING-LIMITS.
          05 WS-STANDING-ENTRY OCCURS 4 TIMES.
             10 WSL-ORDER-TYPE    PIC X(1).
             10 WSL-LIMIT-PERCENT PIC 9(3)V99.
       01 WS-STANDING-IDX          PIC 9        COMP.

      * The garnishment orders on the paycheck in hand, gathered off
      * the deduction master and filled in priority order; each
      * entry also keeps what happened to the order for the log.
       01 WS-GARN-TABLE.
          05 WS-GARN-ENTRY OCCURS 10 TIMES.
             10 WG-CODE           PIC X(4).
             10 WG-TYPE           PIC X(1).
             10 WG-PRIORITY       PIC 9(2).
             10 WG-RECEIVED       PIC X(10).
             10 WG-DONE-SW        PIC X(1).
             10 WG-LIMIT-PCT      PIC 9(3)V99.
             10 WG-REQUESTED      PIC 9(7)V99.
             10 WG-ALLOWED        PIC 9(7)V99.
             10 WG-WITHHELD       PIC 9(7)V99.
             10 WG-REASON         PIC X(1).
       01 WS-GARN-COUNT            PIC 99       VALUE ZERO.
       01 WS-GARN-IDX              PIC 99       COMP.
       01 WS-GARN-NEXT             PIC 99       COMP.
       01 WS-GARN-ORDER-TYPE       PIC X(1).
       01 WS-GARN-LIMIT-PCT        PIC 9(3)V99  VALUE ZERO.
       01 WS-DISPOSABLE            PIC 9(7)V99  VALUE ZERO.
       01 WS-GARN-TAKEN            PIC 9(7)V99  VALUE ZERO.
       01 WS-GARN-CEILING          PIC 9(7)V99  VALUE ZERO.
       01 WS-GARN-ROOM             PIC 9(7)V99  VALUE ZERO.
       01 WS-GARN-REQUESTED        PIC 9(7)V99  VALUE ZERO.
       01 WS-GARN-ALLOWED          PIC 9(7)V99  VALUE ZERO.
       01 WS-GARN-REASON           PIC X(1)     VALUE SPACE.
       01 WS-GARN-DED-COUNT        PIC 99       VALUE ZERO.
       01 WS-GARN-LOG-EOF          PIC X        VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-MODE = 'T'
              PERFORM LOAD-TAX-TABLE
              PERFORM LOAD-JUR-TABLE
              PERFORM LOAD-EARNINGS-CODES
              PERFORM LOAD-WEEKLY-LIMIT
              PERFORM LOAD-DEFERRAL-LIMITS
              PERFORM LOAD-GARNISHMENT-LIMITS
           ELSE
              PERFORM LOAD-EMPLOYER-RATES
           END-IF
           ELSE
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SRT-EMP-ID SRT-PAY-DATE
                  ON DESCENDING KEY SRT-LINE-TYPE
                  INPUT PROCEDURE IS LOAD-CALC-INPUT
                  OUTPUT PROCEDURE IS CALCULATE-SORTED-INPUT
           END-IF
              END-IF
           END-READ.

      * The deferral limit file is optional too - without one the
      * retirement deductions run at their percentage uncapped, as
      * they always have.
       LOAD-DEFERRAL-LIMITS.
           MOVE ZERO TO WS-RETLIM-COUNT
           OPEN INPUT RETLIMIT-FILE
           IF RLM-FILE-STATUS = '00'
              MOVE 'N' TO WS-RETLIMIT-EOF
              PERFORM LOAD-ONE-DEFERRAL-LIMIT
                  UNTIL WS-RETLIMIT-EOF = 'Y'
              CLOSE RETLIMIT-FILE
           END-IF.

       LOAD-ONE-DEFERRAL-LIMIT.
           READ RETLIMIT-FILE
           AT END
              MOVE 'Y' TO WS-RETLIMIT-EOF
           NOT AT END
              IF WS-RETLIM-COUNT < 50
                 ADD 1 TO WS-RETLIM-COUNT
                 MOVE RL-EFFECTIVE-DATE
                      TO WR-EFFECTIVE-DATE (WS-RETLIM-COUNT)
                 MOVE RL-DEFERRAL-LIMIT
                      TO WR-DEFERRAL-LIMIT (WS-RETLIM-COUNT)
                 MOVE RL-CATCHUP-AGE
                      TO WR-CATCHUP-AGE (WS-RETLIM-COUNT)
                 MOVE RL-CATCHUP-LIMIT
                      TO WR-CATCHUP-LIMIT (WS-RETLIM-COUNT)
              END-IF
           END-READ.

      * The garnishment limits are data like the other rate files;
      * without GARNLIM.DAT every order type is held to its standing
      * limit.
       LOAD-GARNISHMENT-LIMITS.
           MOVE ZERO TO WS-GARN-LIMIT-COUNT
           OPEN INPUT GARNLIM-FILE
           IF GLM-FILE-STATUS = '00'
              MOVE 'N' TO WS-GARNLIM-EOF
              PERFORM LOAD-ONE-GARNISHMENT-LIMIT
                  UNTIL WS-GARNLIM-EOF = 'Y'
              CLOSE GARNLIM-FILE
           END-IF.

       LOAD-ONE-GARNISHMENT-LIMIT.
           READ GARNLIM-FILE
           AT END
              MOVE 'Y' TO WS-GARNLIM-EOF
           NOT AT END
              IF WS-GARN-LIMIT-COUNT < 50
                 ADD 1 TO WS-GARN-LIMIT-COUNT
                 MOVE GM-ORDER-TYPE
                      TO WM-ORDER-TYPE (WS-GARN-LIMIT-COUNT)
                 MOVE GM-EFFECTIVE-DATE
                      TO WM-EFFECTIVE-DATE (WS-GARN-LIMIT-COUNT)
                 MOVE GM-LIMIT-PERCENT
                      TO WM-LIMIT-PERCENT (WS-GARN-LIMIT-COUNT)
              END-IF
           END-READ.

      * The earnings code master is optional - a shop that keys no
      * coded earnings never creates it, and an earnings line whose
      * code is not on file is rejected at calculation time.
       LOAD-EARNINGS-CODES.
           MOVE ZERO TO WS-EARN-CODE-COUNT
           OPEN INPUT EARNCODE-FILE
           IF ECD-FILE-STATUS = '00'
              MOVE 'N' TO WS-EARNCODE-EOF
              PERFORM LOAD-ONE-EARNINGS-CODE
                  UNTIL WS-EARNCODE-EOF = 'Y'
              CLOSE EARNCODE-FILE
           END-IF.

       LOAD-ONE-EARNINGS-CODE.
           READ EARNCODE-FILE
           AT END
              MOVE 'Y' TO WS-EARNCODE-EOF
           NOT AT END
              IF WS-EARN-CODE-COUNT < 50 AND EC-CODE NOT = SPACES
                 ADD 1 TO WS-EARN-CODE-COUNT
                 MOVE EC-CODE
                      TO WN-CODE (WS-EARN-CODE-COUNT)
                 MOVE EC-DESC
                      TO WN-DESC (WS-EARN-CODE-COUNT)
                 MOVE EC-TAXABLE
                      TO WN-TAXABLE (WS-EARN-CODE-COUNT)
                 MOVE EC-OT-HOURS
                      TO WN-OT-HOURS (WS-EARN-CODE-COUNT)
                 MOVE EC-SUPPLEMENTAL
                      TO WN-SUPPLEMENTAL (WS-EARN-CODE-COUNT)
                 IF EC-SUPP-RATE NUMERIC
                    MOVE EC-SUPP-RATE
                         TO WN-SUPP-RATE (WS-EARN-CODE-COUNT)
                 ELSE
                    MOVE ZERO TO WN-SUPP-RATE (WS-EARN-CODE-COUNT)
                 END-IF
              END-IF
           END-READ.

      * The straight-time week is the one TIMEIMP rolls punches up
      * against - the weekly overtime row on TIMRULES.DAT, or the
      * 40.00-hour week when there is no such row.
       LOAD-WEEKLY-LIMIT.
           OPEN INPUT RULES-FILE
           IF RUL-FILE-STATUS = '00'
              MOVE 'N' TO WS-RULES-EOF
              PERFORM LOAD-ONE-RULE UNTIL WS-RULES-EOF = 'Y'
              CLOSE RULES-FILE
           END-IF.

       LOAD-ONE-RULE.
           READ RULES-FILE
           AT END
              MOVE 'Y' TO WS-RULES-EOF
           NOT AT END
              IF TL-RULE-TYPE = 'W' AND TL-WEEKLY-LIMIT NUMERIC
                 AND TL-WEEKLY-LIMIT > ZERO
                 MOVE TL-WEEKLY-LIMIT TO WS-WEEKLY-LIMIT
              END-IF
           END-READ.

       OPEN-FILES.
           OPEN I-O PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
                  ARR-FILE-STATUS
              STOP RUN.

           OPEN I-O LOAN-FILE
           IF LN-FILE-STATUS = '35'
              OPEN OUTPUT LOAN-FILE
              CLOSE LOAN-FILE
              OPEN I-O LOAN-FILE
           END-IF
           IF LN-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'PAYCALC ' 'LOAN.DAT            '
                  LN-FILE-STATUS
              STOP RUN.

           OPEN I-O CTLTOT-FILE
           IF TOT-FILE-STATUS = '35'
              OPEN OUTPUT CTLTOT-FILE
                  ACC-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - paychecks then carry
      * no company code.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'PAYCALC ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No WHELECT.DAT just means no certificates are kept yet -
      * everyone is withheld on the master's filing status.
           OPEN INPUT WHELECT-FILE
           IF WHE-FILE-STATUS = '00'
              MOVE 'Y' TO WS-WHELECT-OPEN-SW
           ELSE
              IF WHE-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'PAYCALC ' 'WHELECT.DAT         '
                     WHE-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No COMPHIST.DAT yet just means no rate has changed since the
      * history began - every salaried line pays the master rate.
           OPEN INPUT COMPHIST-FILE
           IF CHS-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPHIST-OPEN-SW
           ELSE
              IF CHS-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'PAYCALC ' 'COMPHIST.DAT        '
                     CHS-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN I-O PAYDED-FILE
           IF PDD-FILE-STATUS = '35'
              OPEN OUTPUT PAYDED-FILE
                  PDD-FILE-STATUS
              STOP RUN.

           OPEN I-O GARNLOG-FILE
           IF GNL-FILE-STATUS = '35'
              OPEN OUTPUT GARNLOG-FILE
              CLOSE GARNLOG-FILE
              OPEN I-O GARNLOG-FILE
           END-IF
           IF GNL-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'PAYCALC ' 'GARNLOG.DAT         '
                  GNL-FILE-STATUS
              STOP RUN.

           OPEN I-O PAYEARN-FILE
           IF PEN-FILE-STATUS = '35'
              OPEN OUTPUT PAYEARN-FILE
              CLOSE PAYEARN-FILE
              OPEN I-O PAYEARN-FILE
           END-IF
           IF PEN-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'PAYCALC ' 'PAYEARN.DAT         '
                  PEN-FILE-STATUS
              STOP RUN.

           IF WS-RUN-MODE = 'T'
              OPEN INPUT INPUT-FILE
              OPEN OUTPUT TRIAL-FILE
           END-READ.

       CALCULATE-SORTED-INPUT.
           PERFORM RETURN-SORTED-LINE
           PERFORM CALC-ONE-SORTED-RECORD UNTIL WS-SORT-EOF = 'Y'.

       RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      * The sort puts an EMP-ID/PAY-DATE's earnings lines ahead of
      * its pay line, so each paycheck gathers its earnings lines
      * first and then takes the pay line that follows - or, with
      * no pay line, calculates as an earnings-only paycheck.  A
      * repeated pay line finds the earnings already taken and is
      * flagged duplicate as before.
      *
      * An employee change resets the retro gate - within one
      * employee's run of lines the pending retro rides the first
      * line that folds it, exactly once.  The previous key is kept
      * for the duplicate test whether or not the record calculated.
       CALC-ONE-SORTED-RECORD.
           MOVE ZERO         TO WS-EARN-COUNT
           MOVE SPACE        TO WS-EARN-REJECT-SW
           MOVE SRT-EMP-ID   TO WS-GROUP-EMP-ID
           MOVE SRT-PAY-DATE TO WS-GROUP-PAY-DATE
           PERFORM COLLECT-EARNINGS-LINE
               UNTIL WS-SORT-EOF = 'Y'
                  OR SRT-LINE-TYPE NOT = 'E'
                  OR SRT-EMP-ID NOT = WS-GROUP-EMP-ID
                  OR SRT-PAY-DATE NOT = WS-GROUP-PAY-DATE

           IF WS-SORT-EOF = 'N'
              AND SRT-LINE-TYPE NOT = 'E'
              AND SRT-EMP-ID = WS-GROUP-EMP-ID
              AND SRT-PAY-DATE = WS-GROUP-PAY-DATE
              MOVE SORT-RECORD TO CALC-INPUT-RECORD
              PERFORM RETURN-SORTED-LINE
           ELSE
              MOVE SPACES            TO CALC-INPUT-RECORD
              MOVE WS-GROUP-EMP-ID   TO CI-EMP-ID
              MOVE WS-GROUP-PAY-DATE TO CI-PAY-DATE
              MOVE ZERO              TO CI-HOURS-WORKED
              MOVE ZERO              TO CI-HOURLY-RATE
              MOVE ZERO              TO CI-OVERTIME-HOURS
              MOVE ZERO              TO CI-OVERTIME-RATE
              MOVE ZERO              TO CI-BONUS-PAY
              MOVE ZERO              TO CI-OTHER-DEDUCTIONS
              MOVE ZERO              TO CI-LEAVE-DAYS
              MOVE 'H'               TO CI-PAY-BASIS
           END-IF

           IF CI-EMP-ID NOT = WS-PREV-EMP-ID
              MOVE 'N'  TO WS-RETRO-FOLDED-SW
              MOVE ZERO TO WS-RUN-DEFER-COUNT
           END-IF
           MOVE CI-EMP-ID   TO WS-RESULT-EMP-ID
           MOVE CI-PAY-DATE TO WS-RESULT-PAY-DATE
           PERFORM CALCULATE-PAY
           IF WS-CALC-OK-SW = 'Y'
              PERFORM CHECK-LEAVE-LEDGER
              PERFORM CHECK-EXCEPTIONS
              PERFORM WRITE-TRIAL-RECORD
              PERFORM REMEMBER-RUN-DEFERRAL
           END-IF
           PERFORM WRITE-RESULT
           MOVE CI-EMP-ID   TO WS-PREV-EMP-ID
           MOVE CI-PAY-DATE TO WS-PREV-PAY-DATE.

       COLLECT-EARNINGS-LINE.
           MOVE SORT-RECORD TO CALC-INPUT-RECORD
           PERFORM ADD-EARNINGS-LINE
           PERFORM RETURN-SORTED-LINE.

      * The line is paid under its code's master row; a second line
      * for a code already gathered adds its hours and amount to it.
       ADD-EARNINGS-LINE.
           MOVE 'N' TO WS-EARN-FOUND-SW
           PERFORM VARYING WS-EARN-CODE-IDX FROM 1 BY 1
                   UNTIL WS-EARN-CODE-IDX > WS-EARN-CODE-COUNT
                      OR WS-EARN-FOUND-SW = 'Y'
              IF WN-CODE (WS-EARN-CODE-IDX) = CI-EARN-CODE
                 MOVE 'Y' TO WS-EARN-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-EARN-FOUND-SW = 'N'
              MOVE 'U' TO WS-EARN-REJECT-SW
           ELSE
              SUBTRACT 1 FROM WS-EARN-CODE-IDX
              IF CI-EARN-AMOUNT = ZERO
                 COMPUTE WS-EARN-LINE-AMOUNT ROUNDED =
                     CI-EARN-HOURS * CI-EARN-RATE
              ELSE
                 MOVE CI-EARN-AMOUNT TO WS-EARN-LINE-AMOUNT
              END-IF
              PERFORM STORE-EARNINGS-ENTRY
           END-IF.

       STORE-EARNINGS-ENTRY.
           MOVE 'N' TO WS-EARN-FOUND-SW
           PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
                   UNTIL WS-EARN-IDX > WS-EARN-COUNT
                      OR WS-EARN-FOUND-SW = 'Y'
              IF WK-ERN-CODE (WS-EARN-IDX) = CI-EARN-CODE
                 MOVE 'Y' TO WS-EARN-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-EARN-FOUND-SW = 'Y'
              SUBTRACT 1 FROM WS-EARN-IDX
           ELSE
              IF WS-EARN-COUNT < 10
                 ADD 1 TO WS-EARN-COUNT
                 MOVE WS-EARN-COUNT TO WS-EARN-IDX
                 MOVE CI-EARN-CODE TO WK-ERN-CODE (WS-EARN-IDX)
                 MOVE WN-DESC (WS-EARN-CODE-IDX)
                      TO WK-ERN-DESC (WS-EARN-IDX)
                 MOVE WN-TAXABLE (WS-EARN-CODE-IDX)
                      TO WK-ERN-TAXABLE (WS-EARN-IDX)
                 MOVE WN-OT-HOURS (WS-EARN-CODE-IDX)
                      TO WK-ERN-OT-HOURS (WS-EARN-IDX)
                 MOVE WN-SUPPLEMENTAL (WS-EARN-CODE-IDX)
                      TO WK-ERN-SUPPL (WS-EARN-IDX)
                 MOVE WN-SUPP-RATE (WS-EARN-CODE-IDX)
                      TO WK-ERN-SUPP-RATE (WS-EARN-IDX)
                 MOVE ZERO TO WK-ERN-HOURS (WS-EARN-IDX)
                 MOVE ZERO TO WK-ERN-RATE (WS-EARN-IDX)
                 MOVE ZERO TO WK-ERN-AMOUNT (WS-EARN-IDX)
                 MOVE ZERO TO WK-ERN-PREMIUM (WS-EARN-IDX)
                 MOVE 'Y'  TO WS-EARN-FOUND-SW
              ELSE
                 MOVE 'F' TO WS-EARN-REJECT-SW
              END-IF
           END-IF
           IF WS-EARN-FOUND-SW = 'Y'
              ADD CI-EARN-HOURS TO WK-ERN-HOURS (WS-EARN-IDX)
              ADD WS-EARN-LINE-AMOUNT TO WK-ERN-AMOUNT (WS-EARN-IDX)
              IF CI-EARN-RATE > ZERO
                 MOVE CI-EARN-RATE TO WK-ERN-RATE (WS-EARN-IDX)
              END-IF
           END-IF.

       CALCULATE-PAY.
           MOVE 'Y'    TO WS-CALC-OK-SW
              PERFORM LOOKUP-EMPLOYEE
              PERFORM CHECK-PAY-CYCLE
           END-IF
           IF WS-CALC-OK-SW = 'Y' AND WS-EMP-FOUND-SW = 'Y'
              AND WS-COMPANY-OPEN-SW = 'Y'
              PERFORM CHECK-EMPLOYEE-COMPANY
           END-IF
           IF WS-CALC-OK-SW = 'Y' AND WS-EARN-REJECT-SW = 'U'
              MOVE 'N' TO WS-CALC-OK-SW
              MOVE "UNKNOWN EARN CODE" TO WS-RESULT-MSG
           END-IF
           IF WS-CALC-OK-SW = 'Y' AND WS-EARN-REJECT-SW = 'F'
              MOVE 'N' TO WS-CALC-OK-SW
              MOVE "TOO MANY EARN CODES" TO WS-RESULT-MSG
           END-IF
           PERFORM LOAD-WITHHOLD-ELECTIONS
           IF WS-CALC-OK-SW = 'Y'
              PERFORM SELECT-TAX-BRACKETS
           END-IF
           REWRITE CALENDAR-RECORD.

       COMPUTE-PAY-AMOUNTS.
           MOVE 'N'  TO WS-FINAL-PERIOD-SW
           MOVE ZERO TO WS-CH-COUNT
           IF WS-EMP-FOUND-SW = 'Y' AND WS-COMPHIST-OPEN-SW = 'Y'
              PERFORM LOAD-COMP-HISTORY
           END-IF

           IF CI-PAY-BASIS = 'S'
              IF WS-EMP-FOUND-SW = 'Y'
                 PERFORM PRORATE-SALARY
              ELSE
                 MOVE ZERO TO WS-BASIC-PAY
              END-IF
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               CI-OVERTIME-HOURS * WS-OVERTIME-RATE

      * The premium is what the overtime rate pays above the hourly
      * rate.  With no hourly rate keyed there is no straight time to
      * measure against, so the time-and-a-half third is taken.
           IF CI-HOURLY-RATE = ZERO
              COMPUTE WS-OT-PREMIUM-PAY ROUNDED = WS-OVERTIME-PAY / 3
           ELSE
              IF WS-OVERTIME-RATE > CI-HOURLY-RATE
                 COMPUTE WS-OT-PREMIUM-PAY ROUNDED =
                     CI-OVERTIME-HOURS
                     * (WS-OVERTIME-RATE - CI-HOURLY-RATE)
              ELSE
                 MOVE ZERO TO WS-OT-PREMIUM-PAY
              END-IF
           END-IF

           PERFORM APPLY-EARNINGS-LINES

           COMPUTE WS-GROSS-PAY =
               WS-BASIC-PAY + WS-OVERTIME-PAY + CI-BONUS-PAY
               + WS-CODED-TAXABLE

           PERFORM CHECK-PENDING-RETRO
           ADD WS-RETRO-PAY TO WS-GROSS-PAY

           PERFORM APPLY-PRETAX-DEDUCTIONS

           PERFORM COMPUTE-TAX-AMOUNT
           PERFORM COMPUTE-JUR-TAX-AMOUNT


           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-JUR-TAX-AMOUNT
               - WS-TOTAL-DEDUCTIONS + WS-NONTAX-PAY.

      * Totals the gathered earnings lines by treatment: taxable
      * lines join gross (the supplemental ones also priced at their
      * flat rate), non-taxable lines are set aside for net pay.
      * Overtime-eligible hours are counted on top of the hours
      * worked; whatever part of a line's hours lies past the
      * period's straight-time limit earns half its rate again as
      * overtime pay.  Salaried lines earn no such premium.
       APPLY-EARNINGS-LINES.
           MOVE ZERO TO WS-CODED-TAXABLE
           MOVE ZERO TO WS-NONTAX-PAY
           MOVE ZERO TO WS-SUPP-WAGES
           MOVE ZERO TO WS-SUPP-TAX
           MOVE CI-HOURS-WORKED TO WS-OT-ELIG-HOURS
           COMPUTE WS-STRAIGHT-LIMIT ROUNDED =
               WS-WEEKLY-LIMIT * 52 / WS-FREQ-PERIODS
           PERFORM APPLY-ONE-EARNINGS-LINE
               VARYING WS-EARN-IDX FROM 1 BY 1
               UNTIL WS-EARN-IDX > WS-EARN-COUNT.

       APPLY-ONE-EARNINGS-LINE.
           MOVE ZERO TO WK-ERN-PREMIUM (WS-EARN-IDX)
           IF WK-ERN-TAXABLE (WS-EARN-IDX) = 'N'
              ADD WK-ERN-AMOUNT (WS-EARN-IDX) TO WS-NONTAX-PAY
           ELSE
              ADD WK-ERN-AMOUNT (WS-EARN-IDX) TO WS-CODED-TAXABLE
              IF WK-ERN-SUPPL (WS-EARN-IDX) = 'Y'
                 ADD WK-ERN-AMOUNT (WS-EARN-IDX) TO WS-SUPP-WAGES
                 COMPUTE WS-SUPP-TAX ROUNDED = WS-SUPP-TAX
                     + WK-ERN-AMOUNT (WS-EARN-IDX)
                       * WK-ERN-SUPP-RATE (WS-EARN-IDX)
              END-IF
           END-IF

           IF WK-ERN-OT-HOURS (WS-EARN-IDX) = 'Y'
              AND WK-ERN-HOURS (WS-EARN-IDX) > ZERO
              ADD WK-ERN-HOURS (WS-EARN-IDX) TO WS-OT-ELIG-HOURS
              IF CI-PAY-BASIS NOT = 'S'
                 AND WS-OT-ELIG-HOURS > WS-STRAIGHT-LIMIT
                 COMPUTE WS-HOURS-OVER =
                     WS-OT-ELIG-HOURS - WS-STRAIGHT-LIMIT
                 IF WS-HOURS-OVER > WK-ERN-HOURS (WS-EARN-IDX)
                    MOVE WK-ERN-HOURS (WS-EARN-IDX) TO WS-HOURS-OVER
                 END-IF
                 IF WK-ERN-RATE (WS-EARN-IDX) > ZERO
                    MOVE WK-ERN-RATE (WS-EARN-IDX) TO WS-PREMIUM-RATE
                 ELSE
                    COMPUTE WS-PREMIUM-RATE ROUNDED =
                        WK-ERN-AMOUNT (WS-EARN-IDX)
                        / WK-ERN-HOURS (WS-EARN-IDX)
                 END-IF
                 COMPUTE WK-ERN-PREMIUM (WS-EARN-IDX) ROUNDED =
                     WS-HOURS-OVER * WS-PREMIUM-RATE * 0.5
                 ADD WK-ERN-PREMIUM (WS-EARN-IDX) TO WS-OVERTIME-PAY
                 ADD WK-ERN-PREMIUM (WS-EARN-IDX) TO WS-OT-PREMIUM-PAY
              END-IF
           END-IF.

      * The employee's history rows, converted to the day each rate
      * takes force, plus the period's own day range off the
      * calendar record CHECK-PAY-PERIOD just read.  A termination
      * whose last day worked is on or after the period start makes
      * this the employee's final period.
       LOAD-COMP-HISTORY.
           MOVE ZERO TO WS-PERIOD-DAYS
           MOVE CAL-PERIOD-START TO WS-DN-DATE
           PERFORM DATE-TO-DAY-NUMBER
           IF WS-DN-VALID-SW = 'Y'
              MOVE WS-DN-DAYS TO WS-PER-START-DAYS
              MOVE CAL-PERIOD-END TO WS-DN-DATE
              PERFORM DATE-TO-DAY-NUMBER
              IF WS-DN-VALID-SW = 'Y'
                 AND WS-DN-DAYS NOT LESS THAN WS-PER-START-DAYS
                 MOVE WS-DN-DAYS TO WS-PER-END-DAYS
                 COMPUTE WS-PERIOD-DAYS =
                     WS-PER-END-DAYS - WS-PER-START-DAYS + 1
              END-IF
           END-IF

           MOVE 'N'        TO WS-CH-EOF
           MOVE CI-EMP-ID  TO CH-EMP-ID
           MOVE LOW-VALUES TO CH-EFF-DATE
           MOVE ZERO       TO CH-SEQ
           START COMPHIST-FILE
               KEY IS NOT LESS THAN COMP-HISTORY-KEY
           INVALID KEY
              MOVE 'Y' TO WS-CH-EOF
           END-START
           PERFORM LOAD-ONE-COMP-HISTORY UNTIL WS-CH-EOF = 'Y'.

       LOAD-ONE-COMP-HISTORY.
           READ COMPHIST-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-CH-EOF
           NOT AT END
              IF CH-EMP-ID NOT = CI-EMP-ID
                 MOVE 'Y' TO WS-CH-EOF
              ELSE
                 MOVE CH-EFF-DATE TO WS-DN-DATE
                 PERFORM DATE-TO-DAY-NUMBER
                 IF WS-DN-VALID-SW = 'Y' AND WS-CH-COUNT < 50
                    IF CH-REASON = 'TE'
                       ADD 1 TO WS-DN-DAYS
                       IF WS-PERIOD-DAYS > ZERO
                          AND WS-DN-DAYS > WS-PER-START-DAYS
                          MOVE 'Y' TO WS-FINAL-PERIOD-SW
                       END-IF
                    END-IF
                    ADD 1 TO WS-CH-COUNT
                    MOVE WS-DN-DAYS  TO WC-DAYS (WS-CH-COUNT)
                    MOVE CH-OLD-RATE TO WC-OLD-RATE (WS-CH-COUNT)
                    MOVE CH-NEW-RATE TO WC-NEW-RATE (WS-CH-COUNT)
                 END-IF
              END-IF
           END-READ.

      * Each day of the period earns the rate in force that day -
      * the last history row taking force on or before it, or the
      * first row's old rate for days before any row (zero ahead of
      * a hire).  The per-period rate is spread evenly over the
      * period's days, so a period with no change inside it pays
      * exactly the rate in force.
       PRORATE-SALARY.
           MOVE PSEMP-BASIC-SALARY TO WS-BASIC-PAY
           IF WS-CH-COUNT > ZERO AND WS-PERIOD-DAYS > ZERO
              MOVE WC-OLD-RATE (1) TO WS-SEG-RATE
              PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                      UNTIL WS-CH-IDX > WS-CH-COUNT
                 IF WC-DAYS (WS-CH-IDX) NOT GREATER THAN
                    WS-PER-START-DAYS
                    MOVE WC-NEW-RATE (WS-CH-IDX) TO WS-SEG-RATE
                 END-IF
              END-PERFORM

              MOVE WS-PER-START-DAYS TO WS-SEG-START
              MOVE ZERO              TO WS-PRORATE-SUM
              PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                      UNTIL WS-CH-IDX > WS-CH-COUNT
                 IF WC-DAYS (WS-CH-IDX) > WS-PER-START-DAYS
                    AND WC-DAYS (WS-CH-IDX) NOT GREATER THAN
                        WS-PER-END-DAYS
                    COMPUTE WS-PRORATE-SUM = WS-PRORATE-SUM
                        + WS-SEG-RATE
                          * (WC-DAYS (WS-CH-IDX) - WS-SEG-START)
                    MOVE WC-DAYS (WS-CH-IDX)     TO WS-SEG-START
                    MOVE WC-NEW-RATE (WS-CH-IDX) TO WS-SEG-RATE
                 END-IF
              END-PERFORM
              COMPUTE WS-PRORATE-SUM = WS-PRORATE-SUM
                  + WS-SEG-RATE * (WS-PER-END-DAYS + 1 - WS-SEG-START)

              COMPUTE WS-BASIC-PAY ROUNDED =
                  WS-PRORATE-SUM / WS-PERIOD-DAYS
           END-IF.

      * YYYY-MM-DD to a day number on the proleptic Gregorian
      * calendar (March-based year, so the leap day falls last).
       DATE-TO-DAY-NUMBER.
           MOVE 'N'  TO WS-DN-VALID-SW
           MOVE ZERO TO WS-DN-DAYS
           MOVE WS-DN-DATE TO WS-DN-PARTS
           IF WS-DN-YYYY NUMERIC AND WS-DN-MM NUMERIC
              AND WS-DN-DD NUMERIC
              AND WS-DN-YYYY > ZERO
              AND WS-DN-MM > ZERO AND WS-DN-MM < 13
              AND WS-DN-DD > ZERO AND WS-DN-DD < 32
              MOVE 'Y'        TO WS-DN-VALID-SW
              MOVE WS-DN-YYYY TO WS-DN-Y
              MOVE WS-DN-MM   TO WS-DN-M
              IF WS-DN-M < 3
                 SUBTRACT 1 FROM WS-DN-Y
                 ADD 12 TO WS-DN-M
              END-IF
              DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
              DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
              DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
              COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-M - 3) + 2
              DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
              COMPUTE WS-DN-DAYS = 365 * WS-DN-Y
                  + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                  + WS-DN-MONTH-DAYS + WS-DN-DD
           END-IF.

      * Retro pay booked by MASSADJ rides the employee's next pay
      * run: the pending amount joins the gross as bonus earnings
              MOVE 'N'    TO WS-EMP-FOUND-SW
              MOVE 'S'    TO WS-FILING-STATUS
              MOVE SPACES TO WS-EMP-JURIS
              MOVE SPACES TO WS-EMP-BIRTH-DATE
              MOVE SPACES TO WS-EMP-COMPANY
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-SW
              IF PSEMP-FILING-STATUS = SPACES
                 MOVE PSEMP-FILING-STATUS TO WS-FILING-STATUS
              END-IF
              MOVE PSEMP-TAX-JURIS TO WS-EMP-JURIS
              MOVE PSEMP-BIRTH-DATE TO WS-EMP-BIRTH-DATE
              MOVE PSEMP-COMPANY TO WS-EMP-COMPANY
           END-READ
           IF WS-EMP-FOUND-SW = 'N' OR PSEMP-PAY-FREQ = SPACE
              MOVE 'B' TO WS-EMP-FREQ
              MOVE PSEMP-PAY-FREQ TO WS-EMP-FREQ
           END-IF.

      * A paycheck cannot be paid or filed under a company that is
      * not on the company master.  (An inactive company's employees
      * still calculate - the last paychecks of a wound-down entity
      * have to go out under it.)
       CHECK-EMPLOYEE-COMPANY.
           MOVE WS-EMP-COMPANY TO CO-CODE
           READ COMPANY-FILE
           INVALID KEY
              MOVE 'N' TO WS-CALC-OK-SW
              MOVE "UNKNOWN COMPANY" TO WS-RESULT-MSG
           END-READ.

      * Picks up the federal and jurisdiction certificates in force
      * for CI-PAY-DATE.  A layer with no certificate, or whose claim
      * of exempt has run out, keeps default withholding.  The
      * federal certificate's filing status replaces the master's.
       LOAD-WITHHOLD-ELECTIONS.
           MOVE 'N'  TO WS-FED-EXEMPT-SW
           MOVE ZERO TO WS-FED-DEP-CREDIT
           MOVE ZERO TO WS-FED-OTHER-INCOME
           MOVE ZERO TO WS-FED-DEDUCTIONS
           MOVE ZERO TO WS-FED-EXTRA-WH
           MOVE 'N'  TO WS-JUR-EXEMPT-SW
           MOVE ZERO TO WS-JUR-DEP-CREDIT
           MOVE ZERO TO WS-JUR-OTHER-INCOME
           MOVE ZERO TO WS-JUR-DEDUCTIONS
           MOVE ZERO TO WS-JUR-EXTRA-WH
           IF WS-CALC-OK-SW = 'Y' AND WS-EMP-FOUND-SW = 'Y'
              AND WS-WHELECT-OPEN-SW = 'Y'
              MOVE SPACES TO WS-EL-WANTED-JURIS
              PERFORM FIND-WITHHOLD-ELECTION
              IF WS-EL-FOUND-SW = 'Y'
                 IF WS-EL-STATUS NOT = SPACE
                    MOVE WS-EL-STATUS TO WS-FILING-STATUS
                 END-IF
                 MOVE WS-EL-EXEMPT       TO WS-FED-EXEMPT-SW
                 MOVE WS-EL-DEP-CREDIT   TO WS-FED-DEP-CREDIT
                 MOVE WS-EL-OTHER-INCOME TO WS-FED-OTHER-INCOME
                 MOVE WS-EL-DEDUCTIONS   TO WS-FED-DEDUCTIONS
                 MOVE WS-EL-EXTRA-WH     TO WS-FED-EXTRA-WH
              END-IF
              IF WS-EMP-JURIS NOT = SPACES
                 MOVE WS-EMP-JURIS TO WS-EL-WANTED-JURIS
                 PERFORM FIND-WITHHOLD-ELECTION
                 IF WS-EL-FOUND-SW = 'Y'
                    MOVE WS-EL-EXEMPT       TO WS-JUR-EXEMPT-SW
                    MOVE WS-EL-DEP-CREDIT   TO WS-JUR-DEP-CREDIT
                    MOVE WS-EL-OTHER-INCOME TO WS-JUR-OTHER-INCOME
                    MOVE WS-EL-DEDUCTIONS   TO WS-JUR-DEDUCTIONS
                    MOVE WS-EL-EXTRA-WH     TO WS-JUR-EXTRA-WH
                 END-IF
              END-IF
           END-IF.

       FIND-WITHHOLD-ELECTION.
           MOVE 'N'                TO WS-EL-FOUND-SW
           MOVE 'N'                TO WS-EL-EOF
           MOVE CI-EMP-ID          TO EL-EMP-ID
           MOVE WS-EL-WANTED-JURIS TO EL-JURIS-CODE
           MOVE LOW-VALUES         TO EL-EFF-DATE
           START WHELECT-FILE
               KEY IS NOT LESS THAN WITHHOLD-ELECTION-KEY
           INVALID KEY
              MOVE 'Y' TO WS-EL-EOF
           END-START
           PERFORM READ-WITHHOLD-ELECTION UNTIL WS-EL-EOF = 'Y'
           IF WS-EL-FOUND-SW = 'Y' AND WS-EL-EXEMPT = 'Y'
              AND CI-PAY-DATE > WS-EL-EXEMPT-EXPIRES
              MOVE 'N' TO WS-EL-FOUND-SW
           END-IF.

       READ-WITHHOLD-ELECTION.
           READ WHELECT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EL-EOF
           NOT AT END
              IF EL-EMP-ID NOT = CI-EMP-ID
                 OR EL-JURIS-CODE NOT = WS-EL-WANTED-JURIS
                 OR EL-EFF-DATE > CI-PAY-DATE
                 MOVE 'Y' TO WS-EL-EOF
              ELSE
                 MOVE 'Y'               TO WS-EL-FOUND-SW
                 MOVE EL-FILING-STATUS  TO WS-EL-STATUS
                 MOVE EL-DEP-CREDIT     TO WS-EL-DEP-CREDIT
                 MOVE EL-OTHER-INCOME   TO WS-EL-OTHER-INCOME
                 MOVE EL-DEDUCTIONS     TO WS-EL-DEDUCTIONS
                 MOVE EL-EXTRA-WH       TO WS-EL-EXTRA-WH
                 MOVE EL-EXEMPT         TO WS-EL-EXEMPT
                 MOVE EL-EXEMPT-EXPIRES TO WS-EL-EXEMPT-EXPIRES
              END-IF
           END-READ.

      * Picks the bracket set in force for CI-PAY-DATE and the
      * employee's filing status: the latest effective date on or
      * before the pay date wins, so a prior period recalculates
           END-PERFORM.

      * The jurisdiction layer runs the same graduated walk as the
      * federal brackets, over its own table, into its own bucket -
      * against the jurisdiction's own taxable wages, since a
      * deduction can be pre-tax for one layer and not the other.
      * The jurisdiction certificate's elections shape the walk the
      * same way as the federal ones.
       COMPUTE-JUR-TAX-AMOUNT.
           MOVE ZERO TO WS-JUR-TAX-AMOUNT
           IF WS-EMP-JURIS NOT = SPACES AND WS-JUR-EXEMPT-SW NOT = 'Y'
              COMPUTE WS-EL-WAGE-ADJUST ROUNDED =
                  (WS-JUR-OTHER-INCOME - WS-JUR-DEDUCTIONS)
                  / WS-FREQ-PERIODS
              IF WS-JUR-TAXABLE + WS-EL-WAGE-ADJUST > ZERO
                 COMPUTE WS-JUR-BRACKET-WAGES =
                     WS-JUR-TAXABLE + WS-EL-WAGE-ADJUST
              ELSE
                 MOVE ZERO TO WS-JUR-BRACKET-WAGES
              END-IF
              MOVE ZERO TO WS-PRIOR-LIMIT
              MOVE WS-JUR-BRACKET-WAGES TO WS-TAXABLE-REMAINING
              PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                      UNTIL WS-TAX-IDX > 4
                         OR WS-TAXABLE-REMAINING = ZERO
                 IF WS-JUR-BRACKET-WAGES > JB-UPPER-LIMIT (WS-TAX-IDX)
                    COMPUTE WS-BRACKET-SPAN =
                        JB-UPPER-LIMIT (WS-TAX-IDX) - WS-PRIOR-LIMIT
                 ELSE
                    COMPUTE WS-BRACKET-SPAN =
                        WS-JUR-BRACKET-WAGES - WS-PRIOR-LIMIT
                 END-IF

                 IF WS-BRACKET-SPAN > WS-TAXABLE-REMAINING
                 SUBTRACT WS-BRACKET-SPAN FROM WS-TAXABLE-REMAINING
                 MOVE JB-UPPER-LIMIT (WS-TAX-IDX) TO WS-PRIOR-LIMIT
              END-PERFORM
              COMPUTE WS-EL-PERIOD-CREDIT ROUNDED =
                  WS-JUR-DEP-CREDIT / WS-FREQ-PERIODS
              IF WS-EL-PERIOD-CREDIT < WS-JUR-TAX-AMOUNT
                 SUBTRACT WS-EL-PERIOD-CREDIT FROM WS-JUR-TAX-AMOUNT
              ELSE
                 MOVE ZERO TO WS-JUR-TAX-AMOUNT
              END-IF
              COMPUTE WS-EL-ROOM =
                  WS-GROSS-PAY - WS-MASTER-DEDUCTIONS
                  - WS-TAX-AMOUNT - WS-JUR-TAX-AMOUNT
              IF WS-EL-ROOM > ZERO
                 IF WS-JUR-EXTRA-WH < WS-EL-ROOM
                    ADD WS-JUR-EXTRA-WH TO WS-JUR-TAX-AMOUNT
                 ELSE
                    ADD WS-EL-ROOM TO WS-JUR-TAX-AMOUNT
                 END-IF
              END-IF
           END-IF.

      * The federal brackets run against the federal taxable wages -
      * gross less the deductions flagged pre-tax for federal - less
      * the supplemental wages, which are withheld at their own flat
      * rate instead.  The pre-tax deductions come off the regular
      * wages first.  The certificate's other income and deductions
      * move the bracket wages by the period's share; its dependent
      * credit comes off the bracket tax and its extra withholding
      * goes on top.  A current claim of exempt withholds nothing.
       COMPUTE-TAX-AMOUNT.
           MOVE ZERO TO WS-TAX-AMOUNT
           IF WS-FED-EXEMPT-SW NOT = 'Y'
              PERFORM COMPUTE-FEDERAL-BRACKETS
           END-IF.

       COMPUTE-FEDERAL-BRACKETS.
           MOVE ZERO TO WS-PRIOR-LIMIT
           COMPUTE WS-EL-WAGE-ADJUST ROUNDED =
               (WS-FED-OTHER-INCOME - WS-FED-DEDUCTIONS)
               / WS-FREQ-PERIODS
           IF WS-TAXABLE-WAGES + WS-EL-WAGE-ADJUST > WS-SUPP-WAGES
              COMPUTE WS-BRACKET-WAGES =
                  WS-TAXABLE-WAGES + WS-EL-WAGE-ADJUST - WS-SUPP-WAGES
           ELSE
              MOVE ZERO TO WS-BRACKET-WAGES
           END-IF
           MOVE WS-BRACKET-WAGES TO WS-TAXABLE-REMAINING

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 4
                      OR WS-TAXABLE-REMAINING = ZERO
              IF WS-BRACKET-WAGES > TB-UPPER-LIMIT (WS-TAX-IDX)
                 COMPUTE WS-BRACKET-SPAN =
                     TB-UPPER-LIMIT (WS-TAX-IDX) - WS-PRIOR-LIMIT
              ELSE
                 COMPUTE WS-BRACKET-SPAN =
                     WS-BRACKET-WAGES - WS-PRIOR-LIMIT
              END-IF

              IF WS-BRACKET-SPAN > WS-TAXABLE-REMAINING
              ADD WS-BRACKET-TAX TO WS-TAX-AMOUNT
              SUBTRACT WS-BRACKET-SPAN FROM WS-TAXABLE-REMAINING
              MOVE TB-UPPER-LIMIT (WS-TAX-IDX) TO WS-PRIOR-LIMIT
           END-PERFORM
           COMPUTE WS-EL-PERIOD-CREDIT ROUNDED =
               WS-FED-DEP-CREDIT / WS-FREQ-PERIODS
           IF WS-EL-PERIOD-CREDIT < WS-TAX-AMOUNT
              SUBTRACT WS-EL-PERIOD-CREDIT FROM WS-TAX-AMOUNT
           ELSE
              MOVE ZERO TO WS-TAX-AMOUNT
           END-IF
      * The supplemental tax and the extra withholding are held to
      * the pay left after the pre-tax deductions and the tax so
      * far, so neither can drive the paycheck below zero.
           COMPUTE WS-EL-ROOM =
               WS-GROSS-PAY - WS-MASTER-DEDUCTIONS - WS-TAX-AMOUNT
           IF WS-EL-ROOM > ZERO
              IF WS-SUPP-TAX < WS-EL-ROOM
                 ADD WS-SUPP-TAX TO WS-TAX-AMOUNT
              ELSE
                 ADD WS-EL-ROOM TO WS-TAX-AMOUNT
              END-IF
           END-IF
           COMPUTE WS-EL-ROOM =
               WS-GROSS-PAY - WS-MASTER-DEDUCTIONS - WS-TAX-AMOUNT
           IF WS-EL-ROOM > ZERO
              IF WS-FED-EXTRA-WH < WS-EL-ROOM
                 ADD WS-FED-EXTRA-WH TO WS-TAX-AMOUNT
              ELSE
                 ADD WS-EL-ROOM TO WS-TAX-AMOUNT
              END-IF
           END-IF.

      * A reposting must not double-count: throw away any itemized
      * deduction rows an earlier posting wrote for this EMP-ID/
              IF PD-EMP-ID = TP-EMP-ID AND PD-PAY-DATE = TP-PAY-DATE
                 PERFORM BACK-OUT-GARNISHMENT
                 PERFORM BACK-OUT-ARREARS
                 PERFORM BACK-OUT-LOAN-RECOVERY
                 DELETE PAYDED-FILE RECORD
              ELSE
                 MOVE 'Y' TO WS-PURGE-EOF
              END-EVALUATE
           END-IF.

      * The recovery an earlier posting took off a loan goes back on
      * the balance - a loan it paid off reopens, and on a loan
      * already referred to collections it goes back on the
      * receivable.
       BACK-OUT-LOAN-RECOVERY.
           IF PD-CODE (1:1) = 'L' AND PD-CODE (2:3) NUMERIC
              MOVE PD-EMP-ID      TO LN-EMP-ID
              MOVE PD-CODE (2:3)  TO LN-LOAN-NO
              READ LOAN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD PD-AMOUNT TO LN-BALANCE
                 IF PD-AMOUNT > LN-RECOVERED
                    MOVE ZERO TO LN-RECOVERED
                 ELSE
                    SUBTRACT PD-AMOUNT FROM LN-RECOVERED
                 END-IF
                 IF LN-STATUS = 'P'
                    MOVE 'A' TO LN-STATUS
                 END-IF
                 IF LN-STATUS = 'C'
                    ADD PD-AMOUNT TO LN-RECEIVABLE
                 END-IF
                 REWRITE LOAN-RECORD
              END-READ
           END-IF.

      * Walks every deduction the employee carries on DEDMAST.DAT and
      * computes the active ones into the deduction table for the
      * trial register - the files themselves are only touched when
      * amount, so the paycheck can be driven to zero but never
      * negative - a capped shortfall books to the ARREARS.DAT
      * ledger at posting time and is recovered on top of the
      * normal amount in later periods.  The pre-tax deductions
      * were already taken by APPLY-PRETAX-DEDUCTIONS and sit in the
      * table ahead of these; this pass takes the after-tax ones.
       APPLY-MASTER-DEDUCTIONS.
           COMPUTE WS-FIXED-CHARGES =
               WS-TAX-AMOUNT + WS-JUR-TAX-AMOUNT
               + CI-OTHER-DEDUCTIONS + WS-MASTER-DEDUCTIONS
           IF WS-GROSS-PAY > WS-FIXED-CHARGES
              COMPUTE WS-NET-AVAILABLE =
                  WS-GROSS-PAY - WS-FIXED-CHARGES
              MOVE ZERO TO WS-NET-AVAILABLE
           END-IF

           MOVE 'A' TO WS-DED-PASS
           PERFORM APPLY-GARNISHMENTS
           PERFORM WALK-DEDUCTION-MASTER

           IF CI-OTHER-DEDUCTIONS > ZERO
              MOVE CI-OTHER-DEDUCTIONS TO WS-DED-AMOUNT
              PERFORM ADD-MISC-DEDUCTION
           END-IF

           PERFORM APPLY-LOAN-RECOVERIES.

      * Loans come last - every other deduction has first call on
      * the pay.  Only an active loan disbursed before this PAY-DATE
      * recovers; a held one keeps its balance untouched.
       APPLY-LOAN-RECOVERIES.
           MOVE 'N' TO WS-LOAN-EOF
           MOVE CI-EMP-ID TO LN-EMP-ID
           MOVE ZERO      TO LN-LOAN-NO
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
              MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM APPLY-ONE-LOAN UNTIL WS-LOAN-EOF = 'Y'.

       APPLY-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-LOAN-EOF
           NOT AT END
              IF LN-EMP-ID NOT = CI-EMP-ID
                 MOVE 'Y' TO WS-LOAN-EOF
              ELSE
                 IF LN-STATUS = 'A' AND LN-BALANCE > ZERO
                    AND LN-DISB-DATE < CI-PAY-DATE
                    PERFORM COMPUTE-LOAN-RECOVERY
                 END-IF
              END-IF
           END-READ.

       COMPUTE-LOAN-RECOVERY.
           MOVE LN-INSTALLMENT TO WS-DED-AMOUNT
           IF WS-DED-AMOUNT > LN-BALANCE
              MOVE LN-BALANCE TO WS-DED-AMOUNT
           END-IF
           IF WS-DED-AMOUNT > WS-NET-AVAILABLE
              MOVE WS-NET-AVAILABLE TO WS-DED-AMOUNT
           END-IF

           IF WS-DED-AMOUNT > ZERO AND WS-DED-COUNT < 10
              MOVE LN-LOAN-NO TO WS-LOAN-CODE-NO
              MOVE SPACES     TO WS-LOAN-DESC
              IF LN-TYPE = 'A'
                 STRING "ADVANCE "      DELIMITED BY SIZE
                        WS-LOAN-CODE-NO DELIMITED BY SIZE
                        " RECOVERY"     DELIMITED BY SIZE
                        INTO WS-LOAN-DESC
                 END-STRING
              ELSE
                 STRING "LOAN "         DELIMITED BY SIZE
                        WS-LOAN-CODE-NO DELIMITED BY SIZE
                        " RECOVERY"     DELIMITED BY SIZE
                        INTO WS-LOAN-DESC
                 END-STRING
              END-IF
              ADD 1 TO WS-DED-COUNT
              MOVE WS-LOAN-CODE   TO WK-DED-CODE (WS-DED-COUNT)
              MOVE WS-LOAN-DESC   TO WK-DED-DESC (WS-DED-COUNT)
              MOVE WS-DED-AMOUNT  TO WK-DED-AMOUNT (WS-DED-COUNT)
              MOVE ZERO           TO WK-DED-SHORT (WS-DED-COUNT)
              MOVE ZERO           TO WK-DED-RECOVER (WS-DED-COUNT)
              ADD WS-DED-AMOUNT TO WS-MASTER-DEDUCTIONS
              SUBTRACT WS-DED-AMOUNT FROM WS-NET-AVAILABLE
           END-IF.

      * Pre-tax pass, run before the brackets: every active
      * deduction flagged pre-tax comes out of gross first (capped at
      * the gross itself), and the taxable wages for each layer are
      * gross less the deductions that qualify for it.  An employee
      * with no jurisdiction has no jurisdiction wages.
       APPLY-PRETAX-DEDUCTIONS.
           MOVE ZERO TO WS-DED-COUNT
           MOVE ZERO TO WS-MASTER-DEDUCTIONS
           MOVE ZERO TO WS-FED-PRETAX
           MOVE ZERO TO WS-JUR-PRETAX
           MOVE WS-GROSS-PAY TO WS-NET-AVAILABLE
           PERFORM SET-DEFERRAL-ROOM

           MOVE 'P' TO WS-DED-PASS
           PERFORM WALK-DEDUCTION-MASTER

           COMPUTE WS-TAXABLE-WAGES = WS-GROSS-PAY - WS-FED-PRETAX
           IF WS-EMP-JURIS = SPACES
              MOVE ZERO TO WS-JUR-TAXABLE
           ELSE
              COMPUTE WS-JUR-TAXABLE = WS-GROSS-PAY - WS-JUR-PRETAX
           END-IF.

       WALK-DEDUCTION-MASTER.
           MOVE 'N'  TO WS-DEDMAST-EOF
           MOVE CI-EMP-ID  TO DED-EMP-ID
           MOVE LOW-VALUES TO DED-CODE
           INVALID KEY
              MOVE 'Y' TO WS-DEDMAST-EOF
           END-START
           PERFORM APPLY-ONE-DEDUCTION UNTIL WS-DEDMAST-EOF = 'Y'.

       ADD-MISC-DEDUCTION.
           IF WS-DED-COUNT < 10
                 MOVE 'Y' TO WS-DEDMAST-EOF
              ELSE
                 IF DED-STATUS = 'A'
                    PERFORM CHECK-DEDUCTION-PASS
                 END-IF
              END-IF
           END-READ.

      * Each deduction is taken in exactly one of the two passes - a
      * garnishment is after-tax whatever its flag says, and is taken
      * ahead of the after-tax walk by APPLY-GARNISHMENTS.
       CHECK-DEDUCTION-PASS.
           IF DED-METHOD NOT = 'G'
              AND (DED-PRETAX = 'B' OR DED-PRETAX = 'F'
                   OR DED-PRETAX = 'J')
              MOVE 'Y' TO WS-DED-PRETAX-SW
           ELSE
              MOVE 'N' TO WS-DED-PRETAX-SW
           END-IF
           IF (WS-DED-PASS = 'P' AND WS-DED-PRETAX-SW = 'Y')
              OR (WS-DED-PASS = 'A' AND WS-DED-PRETAX-SW = 'N'
                  AND DED-METHOD NOT = 'G')
              PERFORM COMPUTE-ONE-DEDUCTION
           END-IF.

      * The normal per-period amount plus any open arrears balance
      * is what the deduction wants; the net-available cap decides
      * what it gets.  A capped slice of the normal amount is the
                    MOVE ZERO TO WS-DED-AMOUNT
           END-EVALUATE

      * A retirement deferral past the year's limit is not owed at
      * all - capped here, before the normal amount is fixed, it
      * books no shortfall and the arrears ledger never chases it.
           IF DED-METHOD = 'P' AND WS-DEFER-LIMIT-SW = 'Y'
              AND WS-DED-AMOUNT > WS-DEFER-ROOM
              MOVE WS-DEFER-ROOM TO WS-DED-AMOUNT
           END-IF

           MOVE WS-DED-AMOUNT TO WS-DED-NORMAL
           MOVE ZERO TO WS-ARREARS-BAL
           IF DED-METHOD NOT = 'G'
           END-IF
           COMPUTE WS-DED-DESIRED =
               WS-DED-NORMAL + WS-ARREARS-BAL
           IF DED-METHOD = 'P' AND WS-DEFER-LIMIT-SW = 'Y'
              AND WS-DED-DESIRED > WS-DEFER-ROOM
              MOVE WS-DEFER-ROOM TO WS-DED-DESIRED
           END-IF

           IF WS-DED-DESIRED > WS-NET-AVAILABLE
              MOVE WS-NET-AVAILABLE TO WS-DED-AMOUNT
              MOVE WS-DED-RECOVER  TO WK-DED-RECOVER (WS-DED-COUNT)
              ADD WS-DED-AMOUNT TO WS-MASTER-DEDUCTIONS
              SUBTRACT WS-DED-AMOUNT FROM WS-NET-AVAILABLE
              IF WS-DED-PASS = 'P'
                 PERFORM ADD-PRETAX-AMOUNT
              END-IF
              IF DED-METHOD = 'P'
                 ADD WS-DED-AMOUNT TO WS-DEFER-THIS-CHECK
                 IF WS-DEFER-LIMIT-SW = 'Y'
                    SUBTRACT WS-DED-AMOUNT FROM WS-DEFER-ROOM
                 END-IF
              END-IF
           END-IF.

      * The limit in force for the pay date is the latest
      * RETLIMIT.DAT row on or before it.  The catch-up allowance
      * joins it when the employee is the catch-up age or older at
      * the end of the pay date's calendar year - the year of birth
      * is all that takes.  What is left is the limit less the
      * deferrals already taken this year.
       SET-DEFERRAL-ROOM.
           MOVE 'N'    TO WS-DEFER-LIMIT-SW
           MOVE ZERO   TO WS-DEFER-ROOM
           MOVE ZERO   TO WS-DEFER-THIS-CHECK
           MOVE SPACES TO WS-RETLIM-BEST-DATE
           PERFORM VARYING WS-RETLIM-IDX FROM 1 BY 1
                   UNTIL WS-RETLIM-IDX > WS-RETLIM-COUNT
              IF WR-EFFECTIVE-DATE (WS-RETLIM-IDX)
                  NOT GREATER THAN CI-PAY-DATE
                 AND WR-EFFECTIVE-DATE (WS-RETLIM-IDX)
                     GREATER THAN WS-RETLIM-BEST-DATE
                 MOVE WR-EFFECTIVE-DATE (WS-RETLIM-IDX)
                      TO WS-RETLIM-BEST-DATE
                 MOVE WR-DEFERRAL-LIMIT (WS-RETLIM-IDX)
                      TO WS-DEFER-LIMIT
                 MOVE WR-CATCHUP-AGE (WS-RETLIM-IDX)
                      TO WS-DEFER-CATCHUP-AGE
                 MOVE WR-CATCHUP-LIMIT (WS-RETLIM-IDX)
                      TO WS-DEFER-CATCHUP-AMT
                 MOVE 'Y' TO WS-DEFER-LIMIT-SW
              END-IF
           END-PERFORM
           IF WS-DEFER-LIMIT-SW = 'Y'
              PERFORM ADD-CATCHUP-ALLOWANCE
              PERFORM SUM-YEAR-DEFERRALS
              IF WS-DEFER-YTD < WS-DEFER-LIMIT
                 COMPUTE WS-DEFER-ROOM =
                     WS-DEFER-LIMIT - WS-DEFER-YTD
              END-IF
           END-IF.

       ADD-CATCHUP-ALLOWANCE.
           MOVE CI-PAY-DATE (1:4) TO WS-PAY-YEAR
           IF WS-EMP-BIRTH-DATE NOT = SPACES
              AND WS-EMP-BIRTH-DATE (1:4) IS NUMERIC
              AND WS-DEFER-CATCHUP-AGE > ZERO
              MOVE WS-EMP-BIRTH-DATE (1:4) TO WS-BIRTH-YEAR
              IF WS-PAY-YEAR > WS-BIRTH-YEAR
                 COMPUTE WS-DEFER-AGE = WS-PAY-YEAR - WS-BIRTH-YEAR
                 IF WS-DEFER-AGE NOT LESS THAN WS-DEFER-CATCHUP-AGE
                    ADD WS-DEFER-CATCHUP-AMT TO WS-DEFER-LIMIT
                 END-IF
              END-IF
           END-IF.

      * The year's deferrals to date: every live paycheck posted
      * from 1 January up to (not including) this PAY-DATE, each
      * paycheck's percentage-method lines off PAYDED.DAT - then the
      * employee's earlier paychecks in this trial, which replace
      * any posted figure for the same date since they are what a
      * repost will leave on the books.
       SUM-YEAR-DEFERRALS.
           MOVE ZERO TO WS-DEFER-YTD
           MOVE CI-PAY-DATE (1:4) TO WS-YEAR-START-YYYY
           MOVE 'N'           TO WS-YTD-PAY-EOF
           MOVE CI-EMP-ID     TO EMP-ID
           MOVE WS-YEAR-START TO PAY-DATE
           START PAYROLL-FILE KEY IS NOT LESS THAN PAYROLL-KEY
           INVALID KEY
              MOVE 'Y' TO WS-YTD-PAY-EOF
           END-START
           PERFORM SUM-ONE-YEAR-PAYCHECK UNTIL WS-YTD-PAY-EOF = 'Y'

           PERFORM VARYING WS-RUN-DEFER-IDX FROM 1 BY 1
                   UNTIL WS-RUN-DEFER-IDX > WS-RUN-DEFER-COUNT
              IF WD-PAY-DATE (WS-RUN-DEFER-IDX) (1:4)
                  = WS-YEAR-START-YYYY
                 AND WD-PAY-DATE (WS-RUN-DEFER-IDX) < CI-PAY-DATE
                 ADD WD-AMOUNT (WS-RUN-DEFER-IDX) TO WS-DEFER-YTD
              END-IF
           END-PERFORM.

       SUM-ONE-YEAR-PAYCHECK.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-YTD-PAY-EOF
           NOT AT END
              IF EMP-ID NOT = CI-EMP-ID
                 OR PAY-DATE NOT LESS THAN CI-PAY-DATE
                 MOVE 'Y' TO WS-YTD-PAY-EOF
              ELSE
                 IF PAY-STATUS NOT = 'V'
                    PERFORM CHECK-RUN-DEFERRAL
                    IF WS-RUN-DEFER-SEEN-SW = 'N'
                       PERFORM SUM-PAYCHECK-DEFERRALS
                    END-IF
                 END-IF
              END-IF
           END-READ.

       CHECK-RUN-DEFERRAL.
           MOVE 'N' TO WS-RUN-DEFER-SEEN-SW
           PERFORM VARYING WS-RUN-DEFER-IDX FROM 1 BY 1
                   UNTIL WS-RUN-DEFER-IDX > WS-RUN-DEFER-COUNT
              IF WD-PAY-DATE (WS-RUN-DEFER-IDX) = PAY-DATE
                 MOVE 'Y' TO WS-RUN-DEFER-SEEN-SW
              END-IF
           END-PERFORM.

       SUM-PAYCHECK-DEFERRALS.
           MOVE PAY-DATE   TO WS-YTD-PAY-DATE
           MOVE 'N'        TO WS-YTD-DED-EOF
           MOVE CI-EMP-ID  TO PD-EMP-ID
           MOVE PAY-DATE   TO PD-PAY-DATE
           MOVE LOW-VALUES TO PD-CODE
           START PAYDED-FILE KEY IS NOT LESS THAN PAY-DEDUCTION-KEY
           INVALID KEY
              MOVE 'Y' TO WS-YTD-DED-EOF
           END-START
           PERFORM SUM-ONE-PAYCHECK-DEFERRAL
               UNTIL WS-YTD-DED-EOF = 'Y'.

       SUM-ONE-PAYCHECK-DEFERRAL.
           READ PAYDED-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-YTD-DED-EOF
           NOT AT END
              IF PD-EMP-ID NOT = CI-EMP-ID
                 OR PD-PAY-DATE NOT = WS-YTD-PAY-DATE
                 MOVE 'Y' TO WS-YTD-DED-EOF
              ELSE
                 MOVE PD-EMP-ID TO DED-EMP-ID
                 MOVE PD-CODE   TO DED-CODE
                 READ DEDUCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DED-METHOD = 'P'
                       ADD PD-AMOUNT TO WS-DEFER-YTD
                    END-IF
                 END-READ
              END-IF
           END-READ.

      * A paycheck that calculated is kept against the next one of
      * the same employee in this run; a table full of dates simply
      * stops remembering, and the posted figures take over.
       REMEMBER-RUN-DEFERRAL.
           IF WS-RUN-DEFER-COUNT < 30
              ADD 1 TO WS-RUN-DEFER-COUNT
              MOVE CI-PAY-DATE
                   TO WD-PAY-DATE (WS-RUN-DEFER-COUNT)
              MOVE WS-DEFER-THIS-CHECK
                   TO WD-AMOUNT (WS-RUN-DEFER-COUNT)
           END-IF.

       ADD-PRETAX-AMOUNT.
           IF DED-PRETAX = 'B' OR DED-PRETAX = 'F'
              ADD WS-DED-AMOUNT TO WS-FED-PRETAX
           END-IF
           IF DED-PRETAX = 'B' OR DED-PRETAX = 'J'
              ADD WS-DED-AMOUNT TO WS-JUR-PRETAX
           END-IF.

       GET-ARREARS-BALANCE.
      * the period's withholding is capped at whatever is still owed.
      * The collected-to-date figure only advances when the posting
      * pass applies the reviewed amount.
      * The installment is what the order asks for; the balance
      * still owed and the legal limit for the order type decide
      * what it is allowed.  The limit is a share of disposable
      * earnings that every order filled ahead of this one has
      * already drawn on.
       COMPUTE-GARNISHMENT.
           MOVE SPACE TO WS-GARN-REASON
           MOVE DED-FLAT-AMOUNT TO WS-GARN-REQUESTED
           MOVE DED-FLAT-AMOUNT TO WS-DED-AMOUNT
           COMPUTE WS-GARN-REMAINING =
               DED-ORDER-TOTAL - DED-PAID-TO-DATE
           IF WS-GARN-REMAINING < WS-DED-AMOUNT
              MOVE WS-GARN-REMAINING TO WS-DED-AMOUNT
              MOVE 'B' TO WS-GARN-REASON
           END-IF

           PERFORM SELECT-GARNISHMENT-LIMIT
           COMPUTE WS-GARN-CEILING ROUNDED =
               WS-DISPOSABLE * WS-GARN-LIMIT-PCT / 100
           IF WS-GARN-CEILING > WS-GARN-TAKEN
              COMPUTE WS-GARN-ROOM = WS-GARN-CEILING - WS-GARN-TAKEN
           ELSE
              MOVE ZERO TO WS-GARN-ROOM
           END-IF
           IF WS-DED-AMOUNT > WS-GARN-ROOM
              IF WS-DED-AMOUNT > WS-GARN-CEILING
                 MOVE 'L' TO WS-GARN-REASON
              ELSE
                 MOVE 'P' TO WS-GARN-REASON
              END-IF
              MOVE WS-GARN-ROOM TO WS-DED-AMOUNT
           END-IF
           MOVE WS-DED-AMOUNT TO WS-GARN-ALLOWED.

      * The GARNLIM.DAT row in force for the order type - latest
      * effective date on or before the pay date - or else the
      * standing limit.  An order with no type keyed is a creditor's.
       SELECT-GARNISHMENT-LIMIT.
           MOVE DED-ORDER-TYPE TO WS-GARN-ORDER-TYPE
           IF WS-GARN-ORDER-TYPE NOT = 'C' AND NOT = 'T'
              AND NOT = 'R' AND NOT = 'S'
              MOVE 'R' TO WS-GARN-ORDER-TYPE
           END-IF
           MOVE ZERO   TO WS-GARN-LIMIT-PCT
           MOVE SPACES TO WS-GARN-BEST-DATE
           PERFORM VARYING WS-GARN-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-GARN-LIMIT-IDX > WS-GARN-LIMIT-COUNT
              IF WM-ORDER-TYPE (WS-GARN-LIMIT-IDX)
                  = WS-GARN-ORDER-TYPE
                 AND WM-EFFECTIVE-DATE (WS-GARN-LIMIT-IDX)
                     NOT GREATER THAN CI-PAY-DATE
                 AND WM-EFFECTIVE-DATE (WS-GARN-LIMIT-IDX)
                     GREATER THAN WS-GARN-BEST-DATE
                 MOVE WM-EFFECTIVE-DATE (WS-GARN-LIMIT-IDX)
                      TO WS-GARN-BEST-DATE
                 MOVE WM-LIMIT-PERCENT (WS-GARN-LIMIT-IDX)
                      TO WS-GARN-LIMIT-PCT
              END-IF
           END-PERFORM
           IF WS-GARN-BEST-DATE = SPACES
              PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
                      UNTIL WS-STANDING-IDX > 4
                 IF WSL-ORDER-TYPE (WS-STANDING-IDX)
                     = WS-GARN-ORDER-TYPE
                    MOVE WSL-LIMIT-PERCENT (WS-STANDING-IDX)
                         TO WS-GARN-LIMIT-PCT
                 END-IF
              END-PERFORM
           END-IF.

      * Disposable earnings are the gross less the taxes the law
      * requires withheld - nothing the employee chose to defer
      * shelters pay from an order.  Every active garnishment on the
      * master is gathered, then filled lowest DED-PRIORITY first,
      * earliest DED-RECEIVED-DATE breaking a tie.
       APPLY-GARNISHMENTS.
           MOVE ZERO TO WS-GARN-COUNT
           MOVE ZERO TO WS-GARN-TAKEN
           IF WS-GROSS-PAY > WS-TAX-AMOUNT + WS-JUR-TAX-AMOUNT
              COMPUTE WS-DISPOSABLE =
                  WS-GROSS-PAY - WS-TAX-AMOUNT - WS-JUR-TAX-AMOUNT
           ELSE
              MOVE ZERO TO WS-DISPOSABLE
           END-IF

           MOVE 'N'  TO WS-DEDMAST-EOF
           MOVE CI-EMP-ID  TO DED-EMP-ID
           MOVE LOW-VALUES TO DED-CODE
           START DEDUCT-FILE KEY IS NOT LESS THAN DEDUCTION-KEY
           INVALID KEY
              MOVE 'Y' TO WS-DEDMAST-EOF
           END-START
           PERFORM GATHER-ONE-GARNISHMENT UNTIL WS-DEDMAST-EOF = 'Y'

           PERFORM FILL-NEXT-GARNISHMENT WS-GARN-COUNT TIMES.

       GATHER-ONE-GARNISHMENT.
           READ DEDUCT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DEDMAST-EOF
           NOT AT END
              IF DED-EMP-ID NOT = CI-EMP-ID
                 MOVE 'Y' TO WS-DEDMAST-EOF
              ELSE
                 IF DED-STATUS = 'A' AND DED-METHOD = 'G'
                    AND WS-GARN-COUNT < 10
                    PERFORM STORE-GARNISHMENT-ORDER
                 END-IF
              END-IF
           END-READ.

       STORE-GARNISHMENT-ORDER.
           ADD 1 TO WS-GARN-COUNT
           MOVE DED-CODE       TO WG-CODE (WS-GARN-COUNT)
           MOVE DED-ORDER-TYPE TO WG-TYPE (WS-GARN-COUNT)
           IF DED-PRIORITY IS NUMERIC
              MOVE DED-PRIORITY TO WG-PRIORITY (WS-GARN-COUNT)
           ELSE
              MOVE 99 TO WG-PRIORITY (WS-GARN-COUNT)
           END-IF
           IF DED-RECEIVED-DATE = SPACES
              MOVE HIGH-VALUES TO WG-RECEIVED (WS-GARN-COUNT)
           ELSE
              MOVE DED-RECEIVED-DATE TO WG-RECEIVED (WS-GARN-COUNT)
           END-IF
           MOVE 'N' TO WG-DONE-SW (WS-GARN-COUNT).

      * Picks the highest-ranking order not yet filled, rereads its
      * master record and takes it through the normal deduction
      * path - so the net-available cap, the table entry and the
      * posting all work as for any other deduction.
       FILL-NEXT-GARNISHMENT.
           MOVE ZERO TO WS-GARN-NEXT
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
              IF WG-DONE-SW (WS-GARN-IDX) = 'N'
                 IF WS-GARN-NEXT = ZERO
                    MOVE WS-GARN-IDX TO WS-GARN-NEXT
                 ELSE
                    IF WG-PRIORITY (WS-GARN-IDX)
                        < WG-PRIORITY (WS-GARN-NEXT)
                       OR (WG-PRIORITY (WS-GARN-IDX)
                           = WG-PRIORITY (WS-GARN-NEXT)
                           AND WG-RECEIVED (WS-GARN-IDX)
                               < WG-RECEIVED (WS-GARN-NEXT))
                       MOVE WS-GARN-IDX TO WS-GARN-NEXT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           MOVE 'Y' TO WG-DONE-SW (WS-GARN-NEXT)
           MOVE CI-EMP-ID              TO DED-EMP-ID
           MOVE WG-CODE (WS-GARN-NEXT) TO DED-CODE
           READ DEDUCT-FILE
           INVALID KEY
              MOVE ZERO  TO WG-REQUESTED (WS-GARN-NEXT)
              MOVE ZERO  TO WG-ALLOWED (WS-GARN-NEXT)
              MOVE ZERO  TO WG-WITHHELD (WS-GARN-NEXT)
              MOVE ZERO  TO WG-LIMIT-PCT (WS-GARN-NEXT)
              MOVE SPACE TO WG-REASON (WS-GARN-NEXT)
           NOT INVALID KEY
              PERFORM TAKE-ONE-GARNISHMENT
           END-READ.

      * What the net pay let the order actually withhold, and the
      * reason it fell short of what it asked, kept for the log.
       TAKE-ONE-GARNISHMENT.
           MOVE WS-DED-COUNT TO WS-GARN-DED-COUNT
           PERFORM COMPUTE-ONE-DEDUCTION
           IF WS-DED-COUNT = WS-GARN-DED-COUNT
              AND WS-DED-AMOUNT > ZERO
              MOVE ZERO TO WS-DED-AMOUNT
              MOVE 'F'  TO WS-GARN-REASON
           END-IF
           IF WS-DED-AMOUNT < WS-GARN-ALLOWED
              AND WS-GARN-REASON NOT = 'F'
              MOVE 'N' TO WS-GARN-REASON
           END-IF
           ADD WS-DED-AMOUNT TO WS-GARN-TAKEN

           MOVE WS-GARN-ORDER-TYPE TO WG-TYPE (WS-GARN-NEXT)
           MOVE WS-GARN-LIMIT-PCT  TO WG-LIMIT-PCT (WS-GARN-NEXT)
           MOVE WS-GARN-REQUESTED  TO WG-REQUESTED (WS-GARN-NEXT)
           MOVE WS-GARN-ALLOWED    TO WG-ALLOWED (WS-GARN-NEXT)
           MOVE WS-DED-AMOUNT      TO WG-WITHHELD (WS-GARN-NEXT)
           MOVE WS-GARN-REASON     TO WG-REASON (WS-GARN-NEXT).

      * Leave pay is only earned if it was previously accrued on the
      * employee's leave ledger - this keeps PAYCALC from paying out
      * leave days that LEAVEACR never credited.  The trial only
              MOVE 'Y' TO WS-EXC-UNKNOWN
              MOVE "UNKN"  TO WS-EXC-TXT-UNKN
           ELSE
      * A termination inside the period leaves a final period to pay.
              IF PSEMP-STATUS NOT = 'A'
                 AND NOT (PSEMP-STATUS = 'T'
                          AND WS-FINAL-PERIOD-SW = 'Y')
                 MOVE 'Y' TO WS-EXC-INACTIVE
                 MOVE "INACT" TO WS-EXC-TXT-INAC
              END-IF
           END-IF
           COMPUTE WS-TOTAL-HOURS =
               WS-OT-ELIG-HOURS + CI-OVERTIME-HOURS
           IF WS-TOTAL-HOURS > WS-HOURS-CEILING
              MOVE 'Y' TO WS-EXC-HOURS
              MOVE "HOURS" TO WS-EXC-TXT-HRS
           MOVE WS-JUR-TAX-AMOUNT      TO TP-JUR-TAX
           MOVE WS-TOTAL-DEDUCTIONS    TO TP-OTHER-DEDUCTIONS
           MOVE WS-NET-PAY             TO TP-NET-PAY
           MOVE WS-TAXABLE-WAGES       TO TP-TAXABLE-WAGES
           MOVE WS-JUR-TAXABLE         TO TP-JUR-TAXABLE
           MOVE WS-NONTAX-PAY          TO TP-NONTAX-PAY
           MOVE WS-OT-PREMIUM-PAY      TO TP-OT-PREMIUM
           MOVE WS-EMP-COMPANY         TO TP-COMPANY
           MOVE WS-LEAVE-NOTE          TO TP-LEAVE-NOTE
           MOVE WS-EXCEPTION-FLAGS     TO TP-EXCEPTION-FLAGS
           MOVE WS-DED-COUNT           TO TP-DED-COUNT
           PERFORM COPY-DEDUCTION-TO-TRIAL
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT
           MOVE WS-EARN-COUNT          TO TP-EARN-COUNT
           PERFORM COPY-EARNINGS-TO-TRIAL
               VARYING WS-EARN-IDX FROM 1 BY 1
               UNTIL WS-EARN-IDX > WS-EARN-COUNT
           MOVE WS-DISPOSABLE          TO TP-DISPOSABLE
           MOVE WS-GARN-COUNT          TO TP-GARN-COUNT
           PERFORM COPY-GARNISHMENT-TO-TRIAL
               VARYING WS-GARN-IDX FROM 1 BY 1
               UNTIL WS-GARN-IDX > WS-GARN-COUNT
           WRITE TRIAL-PAY-RECORD
           IF WS-EXCEPTION-FLAGS = SPACES
              MOVE "PROPOSED" TO WS-RESULT-MSG
           MOVE WK-DED-RECOVER (WS-DED-IDX)
                TO TP-DED-RECOVER (WS-DED-IDX).

       COPY-EARNINGS-TO-TRIAL.
           MOVE WK-ERN-CODE (WS-EARN-IDX)
                TO TP-ERN-CODE (WS-EARN-IDX)
           MOVE WK-ERN-DESC (WS-EARN-IDX)
                TO TP-ERN-DESC (WS-EARN-IDX)
           MOVE WK-ERN-HOURS (WS-EARN-IDX)
                TO TP-ERN-HOURS (WS-EARN-IDX)
           MOVE WK-ERN-AMOUNT (WS-EARN-IDX)
                TO TP-ERN-AMOUNT (WS-EARN-IDX)
           MOVE WK-ERN-TAXABLE (WS-EARN-IDX)
                TO TP-ERN-TAXABLE (WS-EARN-IDX)
           MOVE WK-ERN-SUPPL (WS-EARN-IDX)
                TO TP-ERN-SUPPL (WS-EARN-IDX)
           MOVE WK-ERN-PREMIUM (WS-EARN-IDX)
                TO TP-ERN-PREMIUM (WS-EARN-IDX).

       COPY-GARNISHMENT-TO-TRIAL.
           MOVE WG-CODE (WS-GARN-IDX)
                TO TP-GRN-CODE (WS-GARN-IDX)
           MOVE WG-TYPE (WS-GARN-IDX)
                TO TP-GRN-TYPE (WS-GARN-IDX)
           MOVE WG-PRIORITY (WS-GARN-IDX)
                TO TP-GRN-PRIORITY (WS-GARN-IDX)
           IF WG-RECEIVED (WS-GARN-IDX) = HIGH-VALUES
              MOVE SPACES TO TP-GRN-RECEIVED (WS-GARN-IDX)
           ELSE
              MOVE WG-RECEIVED (WS-GARN-IDX)
                   TO TP-GRN-RECEIVED (WS-GARN-IDX)
           END-IF
           MOVE WG-LIMIT-PCT (WS-GARN-IDX)
                TO TP-GRN-LIMIT-PCT (WS-GARN-IDX)
           MOVE WG-REQUESTED (WS-GARN-IDX)
                TO TP-GRN-REQUESTED (WS-GARN-IDX)
           MOVE WG-ALLOWED (WS-GARN-IDX)
                TO TP-GRN-ALLOWED (WS-GARN-IDX)
           MOVE WG-WITHHELD (WS-GARN-IDX)
                TO TP-GRN-WITHHELD (WS-GARN-IDX)
           MOVE WG-REASON (WS-GARN-IDX)
                TO TP-GRN-REASON (WS-GARN-IDX).

      *----------------------------------------------------------------
      * Posting pass - applies the reviewed PAYTRIAL.DAT figures.
      *----------------------------------------------------------------
                 PERFORM APPLY-LEAVE-DEBIT
                 PERFORM PURGE-PAY-DEDUCTIONS
                 PERFORM APPLY-TRIAL-DEDUCTIONS
                 PERFORM PURGE-PAY-EARNINGS
                 PERFORM APPLY-TRIAL-EARNINGS
                 PERFORM PURGE-GARNISHMENT-LOG
                 PERFORM APPLY-TRIAL-GARNISHMENTS
                 PERFORM STORE-PAYROLL-RECORD
                 PERFORM STORE-EMPLOYER-ACCRUAL
                 PERFORM MARK-RETRO-APPLIED
           MOVE TP-DED-DESC (WS-DED-IDX)   TO PD-DESC
           MOVE TP-DED-AMOUNT (WS-DED-IDX) TO WS-DED-AMOUNT
           PERFORM ADVANCE-GARNISHMENT
           PERFORM ADVANCE-LOAN-RECOVERY
           PERFORM UPDATE-ARREARS-LEDGER
           PERFORM WRITE-PAY-DEDUCTION.

              END-IF
           END-READ.

      * The reviewed recovery comes off the loan balance now that it
      * is really being withheld.
       ADVANCE-LOAN-RECOVERY.
           IF TP-DED-CODE (WS-DED-IDX) (1:1) = 'L'
              AND TP-DED-CODE (WS-DED-IDX) (2:3) NUMERIC
              MOVE TP-EMP-ID                      TO LN-EMP-ID
              MOVE TP-DED-CODE (WS-DED-IDX) (2:3) TO LN-LOAN-NO
              READ LOAN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WS-DED-AMOUNT > LN-BALANCE
                    MOVE ZERO TO LN-BALANCE
                 ELSE
                    SUBTRACT WS-DED-AMOUNT FROM LN-BALANCE
                 END-IF
                 ADD WS-DED-AMOUNT  TO LN-RECOVERED
                 MOVE TP-PAY-DATE   TO LN-LAST-RECOVERY
                 IF LN-BALANCE = ZERO AND LN-STATUS = 'A'
                    MOVE 'P' TO LN-STATUS
                 END-IF
                 REWRITE LOAN-RECORD
              END-READ
           END-IF.

       WRITE-PAY-DEDUCTION.
           MOVE TP-EMP-ID        TO PD-EMP-ID
           MOVE TP-PAY-DATE      TO PD-PAY-DATE
              REWRITE PAY-DEDUCTION-RECORD
           END-WRITE.

      * A repost replaces the earnings detail outright - the rows an
      * earlier posting wrote go first, so a code dropped from the
      * reviewed paycheck does not linger on PAYEARN.DAT.
       PURGE-PAY-EARNINGS.
           MOVE 'N' TO WS-EARN-PURGE-EOF
           MOVE TP-EMP-ID   TO PE-EMP-ID
           MOVE TP-PAY-DATE TO PE-PAY-DATE
           MOVE LOW-VALUES  TO PE-CODE
           START PAYEARN-FILE KEY IS NOT LESS THAN PAY-EARNINGS-KEY
           INVALID KEY
              MOVE 'Y' TO WS-EARN-PURGE-EOF
           END-START
           PERFORM PURGE-ONE-EARNINGS UNTIL WS-EARN-PURGE-EOF = 'Y'.

       PURGE-ONE-EARNINGS.
           READ PAYEARN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EARN-PURGE-EOF
           NOT AT END
              IF PE-EMP-ID = TP-EMP-ID AND PE-PAY-DATE = TP-PAY-DATE
                 DELETE PAYEARN-FILE RECORD
              ELSE
                 MOVE 'Y' TO WS-EARN-PURGE-EOF
              END-IF
           END-READ.

       APPLY-TRIAL-EARNINGS.
           PERFORM WRITE-PAY-EARNINGS
               VARYING WS-EARN-IDX FROM 1 BY 1
               UNTIL WS-EARN-IDX > TP-EARN-COUNT.

       WRITE-PAY-EARNINGS.
           MOVE TP-EMP-ID                     TO PE-EMP-ID
           MOVE TP-PAY-DATE                   TO PE-PAY-DATE
           MOVE TP-ERN-CODE (WS-EARN-IDX)     TO PE-CODE
           MOVE TP-ERN-DESC (WS-EARN-IDX)     TO PE-DESC
           MOVE TP-ERN-HOURS (WS-EARN-IDX)    TO PE-HOURS
           MOVE TP-ERN-AMOUNT (WS-EARN-IDX)   TO PE-AMOUNT
           MOVE TP-ERN-TAXABLE (WS-EARN-IDX)  TO PE-TAXABLE
           MOVE TP-ERN-SUPPL (WS-EARN-IDX)    TO PE-SUPPLEMENTAL
           MOVE TP-ERN-PREMIUM (WS-EARN-IDX)  TO PE-OT-PREMIUM
           WRITE PAY-EARNINGS-RECORD
           INVALID KEY
              REWRITE PAY-EARNINGS-RECORD
           END-WRITE.

      * A repost replaces the paycheck's garnishment log the way it
      * replaces the itemized deductions.
       PURGE-GARNISHMENT-LOG.
           MOVE 'N' TO WS-GARN-LOG-EOF
           MOVE TP-EMP-ID   TO GN-EMP-ID
           MOVE TP-PAY-DATE TO GN-PAY-DATE
           MOVE LOW-VALUES  TO GN-CODE
           START GARNLOG-FILE KEY IS NOT LESS THAN GARNISH-LOG-KEY
           INVALID KEY
              MOVE 'Y' TO WS-GARN-LOG-EOF
           END-START
           PERFORM PURGE-ONE-GARNISHMENT-LOG
               UNTIL WS-GARN-LOG-EOF = 'Y'.

       PURGE-ONE-GARNISHMENT-LOG.
           READ GARNLOG-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-GARN-LOG-EOF
           NOT AT END
              IF GN-EMP-ID = TP-EMP-ID AND GN-PAY-DATE = TP-PAY-DATE
                 DELETE GARNLOG-FILE RECORD
              ELSE
                 MOVE 'Y' TO WS-GARN-LOG-EOF
              END-IF
           END-READ.

       APPLY-TRIAL-GARNISHMENTS.
           PERFORM WRITE-GARNISHMENT-LOG
               VARYING WS-GARN-IDX FROM 1 BY 1
               UNTIL WS-GARN-IDX > TP-GARN-COUNT.

       WRITE-GARNISHMENT-LOG.
           MOVE TP-EMP-ID                      TO GN-EMP-ID
           MOVE TP-PAY-DATE                    TO GN-PAY-DATE
           MOVE TP-GRN-CODE (WS-GARN-IDX)      TO GN-CODE
           MOVE TP-GRN-TYPE (WS-GARN-IDX)      TO GN-ORDER-TYPE
           MOVE TP-GRN-PRIORITY (WS-GARN-IDX)  TO GN-PRIORITY
           MOVE TP-GRN-RECEIVED (WS-GARN-IDX)  TO GN-RECEIVED-DATE
           MOVE TP-DISPOSABLE                  TO GN-DISPOSABLE
           MOVE TP-GRN-LIMIT-PCT (WS-GARN-IDX) TO GN-LIMIT-PERCENT
           MOVE TP-GRN-REQUESTED (WS-GARN-IDX) TO GN-REQUESTED
           MOVE TP-GRN-ALLOWED (WS-GARN-IDX)   TO GN-ALLOWED
           MOVE TP-GRN-WITHHELD (WS-GARN-IDX)  TO GN-WITHHELD
           MOVE TP-GRN-REASON (WS-GARN-IDX)    TO GN-REASON
           WRITE GARNISH-LOG-RECORD
           INVALID KEY
              REWRITE GARNISH-LOG-RECORD
           END-WRITE.

       STORE-PAYROLL-RECORD.
           MOVE TP-EMP-ID   TO EMP-ID
           MOVE TP-PAY-DATE TO PAY-DATE
           MOVE TP-OTHER-DEDUCTIONS TO OTHER-DEDUCTIONS
           MOVE TP-NET-PAY          TO NET-PAY
           MOVE 'P'                 TO PAY-STATUS
           MOVE TP-TAXABLE-WAGES    TO TAXABLE-WAGES
           MOVE TP-JUR-TAXABLE      TO JUR-TAXABLE-WAGES
           MOVE TP-NONTAX-PAY       TO NONTAX-PAY
           MOVE TP-OT-PREMIUM       TO OT-PREMIUM-PAY
           MOVE TP-COMPANY          TO PAY-COMPANY

           IF WS-RECORD-FOUND-SW = 'Y'
              REWRITE PAYROLL-RECORD

           MOVE WS-CTL-DATE (WS-CTL-IDX) TO TOT-PAY-DATE
           MOVE "PAYCALC "               TO TOT-STEP
           MOVE SPACES                   TO TOT-COMPANY
           MOVE WS-CTL-COUNT             TO TOT-RECORD-COUNT
           MOVE WS-CTL-GROSS             TO TOT-GROSS-TOTAL
           MOVE WS-CTL-TAX               TO TOT-TAX-TOTAL
           CLOSE CTLTOT-FILE
           CLOSE ACCRUAL-FILE
           CLOSE PAYDED-FILE
           CLOSE PAYEARN-FILE
           CLOSE GARNLOG-FILE
           CLOSE LOAN-FILE
           IF WS-COMPHIST-OPEN-SW = 'Y'
              CLOSE COMPHIST-FILE
           END-IF
           IF WS-WHELECT-OPEN-SW = 'Y'
              CLOSE WHELECT-FILE
           END-IF
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE TRIAL-FILE
           IF WS-RUN-MODE = 'T'
              CLOSE INPUT-FILE
