       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHREQ.
       AUTHOR. YOUR-NAME.

      * Cash requirements for one pay date, run once PAYCALC has
      * posted the approved trial and before ACHGEN and CHKPRINT send
      * any money out.  Reads the period's posted paychecks off
      * PAYROLL.DAT and tells treasury how much has to be in each
      * account, and when:
      *
      *   - net pay by direct deposit, under the settlement date the
      *     deposit file will carry, with the reissue credits REISSUE
      *     has queued to ride the same file (the reversal debits
      *     queued on ACHREV.DAT are shown as money coming back, but
      *     never netted - a debit can still be returned unpaid);
      *   - net pay by paper check;
      *   - federal withholding, the employer tax accrued on
      *     EMPRACCR.DAT, and the withholding due each JUR-CODE;
      *   - the third-party remittance due each PAYEE.DAT payee, on
      *     REMIT's own rules.
      *
      * The deposit/check split is ACHGEN's and CHKPRINT's rule
      * applied in advance: usable bank details on the master and no
      * pending or failed prenote deposits, and so does a pending
      * prenote stamped in an earlier period (ACHGEN promotes it and
      * pays live); everything else prints a check.  Allocations on
      * DEPALLOC.DAT only split a deposit between accounts, they never
      * move money between deposit and check, so they are not read.
      * Voided and bank-returned paychecks are left out throughout.
      *
      * When COMPANY.DAT is in use each legal employer pays out of
      * its own payroll account, so net pay is also reported per
      * company - the company the paycheck was paid under, or the
      * employee's current company for a paycheck posted before
      * companies were kept; a reissue credit goes with the company
      * of the paycheck it replaces, as in ACHGEN.
      *
      * CASHREQ.OUT is the report.  CASHFUND.DAT is the funding
      * instruction file for the bank: a header, one transfer per
      * account use - payroll, tax and vendor, and with companies a
      * payroll transfer per company - from the operating account
      * to the account named on FUNDACCT.DAT, and a trailer with the
      * instruction count and total.  Money due with no row on
      * FUNDACCT.DAT is reported and left off the file for treasury
      * to move by hand.
      *
      * The calendar gates the run: nothing is posted before PAYCALC
      * calculates the period, and once ACHGEN has stamped it
      * deposited the money has already left.  CASHREQ.IN carries the
      * PAY-DATE and the ACH settlement date - blank settles on the
      * PAY-DATE, and a date after it is refused, since employees
      * must have their money on pay day.  Nothing is updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYROLL-KEY
               ALTERNATE RECORD KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-PAY-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "EMPRACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYER-ACCRUAL-KEY
               FILE STATUS IS ACC-FILE-STATUS.

           SELECT PAYDED-FILE ASSIGN TO "PAYDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "PAYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-DED-CODE
               FILE STATUS IS PYE-FILE-STATUS.

           SELECT REISSCR-FILE ASSIGN TO "REISSCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSC-FILE-STATUS.

           SELECT REVERSAL-FILE ASSIGN TO "ACHREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REV-FILE-STATUS.

           SELECT FUNDACCT-FILE ASSIGN TO "FUNDACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FND-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "CASHREQ.WRK".

           SELECT CONTROL-FILE ASSIGN TO "CASHREQ.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "CASHREQ.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUNDING-FILE ASSIGN TO "CASHFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       COPY PAYREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD CALENDAR-FILE.
       COPY PAYCALRC.

       FD ACCRUAL-FILE.
       COPY EMPACCRC.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD PAYEE-FILE.
       COPY PAYEEREC.

       FD REISSCR-FILE.
       COPY REISCRRC.

       FD REVERSAL-FILE.
       COPY ACHREVRC.

       FD FUNDACCT-FILE.
       COPY FUNDACRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-CODE              PIC X(4).
          05 SRT-EMP-ID            PIC X(10).
          05 SRT-AMOUNT            PIC 9(7)V99.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CQ-PAY-DATE          PIC X(10).
          05 CQ-SETTLE-DATE       PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).

       FD FUNDING-FILE.
       01 FUNDING-RECORD           PIC X(115).

       WORKING-STORAGE SECTION.
       01 WS-PAY-DATE              PIC X(10).
       01 WS-SETTLE-DATE           PIC X(10).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 CAL-FILE-STATUS          PIC XX.
       01 ACC-FILE-STATUS          PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 PYE-FILE-STATUS          PIC XX.
       01 RSC-FILE-STATUS          PIC XX.
       01 REV-FILE-STATUS          PIC XX.
       01 FND-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-ACCRUAL-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-REISSUE-EOF           PIC X       VALUE 'N'.
       01 WS-REVERSAL-EOF          PIC X       VALUE 'N'.
       01 WS-FUNDACCT-EOF          PIC X       VALUE 'N'.
       01 WS-EMP-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-DEPOSIT-SW            PIC X       VALUE 'N'.
       01 WS-PAY-GOOD-SW           PIC X       VALUE 'N'.
       01 WS-PAYEE-FOUND-SW        PIC X       VALUE 'N'.

      * Net pay, split the way ACHGEN and CHKPRINT will split it
       01 WS-DEPOSIT-COUNT         PIC 9(5)    COMP VALUE ZERO.
       01 WS-DEPOSIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-REISSUE-COUNT         PIC 9(5)    COMP VALUE ZERO.
       01 WS-REISSUE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-ACH-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01 WS-REVERSAL-COUNT        PIC 9(5)    COMP VALUE ZERO.
       01 WS-REVERSAL-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-REV-HELD-COUNT        PIC 9(5)    COMP VALUE ZERO.
       01 WS-REV-HELD-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-CHECK-COUNT           PIC 9(5)    COMP VALUE ZERO.
       01 WS-CHECK-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-UNPAID-COUNT          PIC 9(5)    COMP VALUE ZERO.
       01 WS-UNPAID-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-NET-PAY-TOTAL         PIC 9(9)V99 VALUE ZERO.

      * Net pay per company, in the order the companies are met.  A
      * company past the table's capacity is still owed - it is
      * carried on one OTHER line and funded by hand.
       01 WS-PAY-COMPANY           PIC X(4).
       01 WS-ORIG-EMP-ID           PIC X(10).
       01 WS-ORIG-PAY-DATE         PIC X(10).
       01 WS-NET-AMOUNT            PIC 9(9)V99.
       01 WS-NET-CO-TABLE.
          05 WS-NET-CO-ENTRY OCCURS 50 TIMES.
             10 WN-COMPANY        PIC X(4).
             10 WN-ACH-COUNT      PIC 9(5)    COMP.
             10 WN-ACH-TOTAL      PIC 9(9)V99.
             10 WN-CHECK-COUNT    PIC 9(5)    COMP.
             10 WN-CHECK-TOTAL    PIC 9(9)V99.
       01 WS-NET-CO-COUNT          PIC 9(3)    COMP VALUE ZERO.
       01 WS-NET-CO-IDX            PIC 9(3)    COMP.
       01 WS-NET-CO-FOUND          PIC 9(3)    COMP.
       01 WS-NET-OTHER-COUNT       PIC 9(5)    COMP VALUE ZERO.
       01 WS-NET-OTHER-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-NET-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-CO-NAME               PIC X(4).

      * Taxes due the authorities
       01 WS-PAYCHECK-COUNT        PIC 9(5)    COMP VALUE ZERO.
       01 WS-FED-TAX-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-EMPR-TAX-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-JUR-TAX-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-TAX-TOTAL             PIC 9(9)V99 VALUE ZERO.

      * Withholding per JUR-CODE.  A code past the table's capacity
      * is still owed - it is carried on one OTHER line.
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 50 TIMES.
             10 WJ-CODE           PIC X(4).
             10 WJ-COUNT          PIC 9(5)    COMP.
             10 WJ-AMOUNT         PIC 9(9)V99.
       01 WS-JUR-COUNT             PIC 9(3)    COMP VALUE ZERO.
       01 WS-JUR-IDX               PIC 9(3)    COMP.
       01 WS-JUR-FOUND             PIC 9(3)    COMP.
       01 WS-JUR-OTHER-COUNT       PIC 9(5)    COMP VALUE ZERO.
       01 WS-JUR-OTHER-TOTAL       PIC 9(9)V99 VALUE ZERO.

      * Third-party remittances - control break per deduction code
       01 WS-CURRENT-CODE          PIC X(4)    VALUE SPACES.
       01 WS-PAYMENT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYMENT-LINES         PIC 9(5)    COMP VALUE ZERO.
       01 WS-REMIT-COUNT           PIC 9(5)    COMP VALUE ZERO.
       01 WS-REMIT-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-UNREMIT-COUNT         PIC 9(5)    COMP VALUE ZERO.
       01 WS-UNREMIT-TOTAL         PIC 9(9)V99 VALUE ZERO.

      * Funding accounts off FUNDACCT.DAT, loaded once at start-up
       01 WS-FUNDACCT-TABLE.
          05 WS-FUNDACCT-ENTRY OCCURS 20 TIMES.
             10 WA-ACCOUNT-USE    PIC X(4).
             10 WA-ACCOUNT-NAME   PIC X(30).
             10 WA-FROM-ROUTING   PIC X(9).
             10 WA-FROM-ACCOUNT   PIC X(17).
             10 WA-TO-ROUTING     PIC X(9).
             10 WA-TO-ACCOUNT     PIC X(17).
             10 WA-COMPANY        PIC X(4).
       01 WS-FUNDACCT-COUNT        PIC 9(3)    COMP VALUE ZERO.
       01 WS-FND-IDX               PIC 9(3)    COMP.
       01 WS-FND-FOUND             PIC 9(3)    COMP.

      * The funding instruction being written
       01 WS-FUND-USE              PIC X(4).
       01 WS-FUND-COMPANY          PIC X(4).
       01 WS-FUND-LABEL            PIC X(34).
       01 WS-FUND-AMOUNT           PIC 9(9)V99 VALUE ZERO.
       01 WS-FUND-VALUE-DATE       PIC X(10).
       01 WS-INSTRUCT-COUNT        PIC 9(5)    COMP VALUE ZERO.
       01 WS-INSTRUCT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-FUNDING-TOTAL         PIC 9(9)V99 VALUE ZERO.

       01 WS-HEADER-LINE.
          05 FILLER                PIC X(33) VALUE
             "CASH REQUIREMENTS FOR PAY-DATE : ".
          05 WH-PAY-DATE            PIC X(10).
          05 FILLER                 PIC X(17) VALUE
             "   PERIOD STATUS ".
          05 WH-STATUS               PIC X(1).
          05 FILLER                  PIC X(11) VALUE
             "   RUN ON  ".
          05 WH-RUN-DATE              PIC X(8).

       01 WS-NET-PAY-HEADING.
          05 FILLER                PIC X(36) VALUE
             "NET PAY".
          05 FILLER                 PIC X(12) VALUE "SETTLES".
          05 FILLER                  PIC X(5)  VALUE "COUNT".
          05 FILLER                   PIC X(18) VALUE
             "            AMOUNT".

       01 WS-TAX-HEADING.
          05 FILLER                PIC X(48) VALUE
             "TAXES DUE THE AUTHORITIES".
          05 FILLER                  PIC X(5)  VALUE "COUNT".
          05 FILLER                   PIC X(18) VALUE
             "            AMOUNT".

       01 WS-REMIT-HEADING.
          05 FILLER                PIC X(36) VALUE
             "THIRD-PARTY REMITTANCES".
          05 FILLER                 PIC X(12) VALUE "METHOD".
          05 FILLER                  PIC X(5)  VALUE "COUNT".
          05 FILLER                   PIC X(18) VALUE
             "            AMOUNT".

       01 WS-FUNDING-HEADING.
          05 FILLER                PIC X(36) VALUE
             "ACCOUNT FUNDING".
          05 FILLER                 PIC X(12) VALUE "VALUE DATE".
          05 FILLER                  PIC X(5)  VALUE SPACES.
          05 FILLER                   PIC X(18) VALUE
             "            AMOUNT".

      * One layout serves every money line on the report; the date
      * column carries the settlement, method or value date the
      * section heading names.
       01 WS-AMOUNT-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WL-LABEL               PIC X(34).
          05 WL-DATE                 PIC X(10).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WL-COUNT                 PIC ZZZZZ.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WL-NOTE                    PIC X(25).

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER                PIC X(55) VALUE
             "TOTAL CASH REQUIRED FOR THE PAY-DATE".
          05 WG-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.

      * CASHFUND.DAT - the funding instruction file for the bank
       01 WS-FUND-HEADER.
          05 FILLER               PIC X(1)  VALUE "1".
          05 FILLER                PIC X(20) VALUE
             "PAYROLL FUNDING     ".
          05 WI-PAY-DATE            PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WI-RUN-DATE             PIC X(8).

       01 WS-FUND-DETAIL.
          05 FILLER               PIC X(1)  VALUE "6".
          05 WI-ACCOUNT-USE         PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WI-FROM-ROUTING          PIC X(9).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WI-FROM-ACCOUNT            PIC X(17).
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WI-TO-ROUTING                PIC X(9).
          05 FILLER                       PIC X(1)  VALUE SPACES.
          05 WI-TO-ACCOUNT                  PIC X(17).
          05 FILLER                         PIC X(1)  VALUE SPACES.
          05 WI-AMOUNT                        PIC 9(9)V99.
          05 FILLER                           PIC X(1)  VALUE SPACES.
          05 WI-VALUE-DATE                      PIC X(10).
          05 FILLER                             PIC X(1)  VALUE SPACES.
          05 WI-ACCOUNT-NAME                      PIC X(30).

       01 WS-FUND-TRAILER.
          05 FILLER               PIC X(1)  VALUE "8".
          05 FILLER                PIC X(15) VALUE
             "INSTRUCTIONS  :".
          05 WT-INSTRUCT-COUNT      PIC Z(6)9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE
             "TOTAL AMOUNT :".
          05 WT-INSTRUCT-TOTAL         PIC Z(8)9.99.

       01 WS-NO-PERIOD-LINE        PIC X(50) VALUE
          "RUN REFUSED - PAY-DATE IS NOT A DEFINED PAY PERIOD".
       01 WS-NOT-CALC-LINE         PIC X(50) VALUE
          "RUN REFUSED - PERIOD NOT YET CALCULATED".
       01 WS-DEPOSITED-LINE        PIC X(50) VALUE
          "RUN REFUSED - PERIOD ALREADY DEPOSITED OR CLOSED".
       01 WS-LATE-SETTLE-LINE      PIC X(50) VALUE
          "RUN REFUSED - SETTLEMENT DATE AFTER PAY-DATE".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM CHECK-PAY-PERIOD
           PERFORM LOAD-FUNDING-ACCOUNTS
           PERFORM WRITE-HEADER
           PERFORM TALLY-PAYCHECKS
           PERFORM TALLY-PENDING-REISSUES
           PERFORM TALLY-PENDING-REVERSALS
           PERFORM WRITE-NET-PAY-SECTION
           PERFORM WRITE-TAX-SECTION
           PERFORM WRITE-REMIT-HEADING
           SORT SORT-WORK-FILE ON ASCENDING KEY SRT-CODE SRT-EMP-ID
               INPUT PROCEDURE IS LOAD-PERIOD-DEDUCTIONS
               OUTPUT PROCEDURE IS TOTAL-THE-PAYEES
           PERFORM WRITE-REMIT-TOTALS
           PERFORM WRITE-FUNDING-SECTION
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           MOVE CQ-PAY-DATE TO WS-PAY-DATE
           IF CQ-SETTLE-DATE = SPACES
              MOVE CQ-PAY-DATE TO WS-SETTLE-DATE
           ELSE
              MOVE CQ-SETTLE-DATE TO WS-SETTLE-DATE
           END-IF
           CLOSE CONTROL-FILE.

       OPEN-FILES.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'CASHREQ ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'CASHREQ ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'CASHREQ ' 'PAYCAL.DAT          '
                  CAL-FILE-STATUS
              STOP RUN.

           OPEN INPUT PAYDED-FILE
           IF PDD-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'CASHREQ ' 'PAYDED.DAT          '
                  PDD-FILE-STATUS
              STOP RUN.

           OPEN INPUT PAYEE-FILE
           IF PYE-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'CASHREQ ' 'PAYEE.DAT           '
                  PYE-FILE-STATUS
              STOP RUN.

      * No EMPRACCR.DAT yet just means nothing has accrued - the
      * employer tax line is then zero.
           OPEN INPUT ACCRUAL-FILE
           IF ACC-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ACCRUAL-OPEN-SW
           ELSE
              IF ACC-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'CASHREQ ' 'EMPRACCR.DAT        '
                     ACC-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No COMPANY.DAT means a single employer - net pay is funded
      * as one payroll account, as it always was.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'CASHREQ ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

      * Posted paychecks are the whole basis of the figures, so the
      * period must be calculated; once it is deposited the money
      * is already gone and a funding instruction would be late.
       CHECK-PAY-PERIOD.
           MOVE WS-PAY-DATE TO CAL-PAY-DATE
           READ CALENDAR-FILE
           INVALID KEY
              MOVE WS-NO-PERIOD-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-READ
           IF CAL-STATUS = 'O'
              MOVE WS-NOT-CALC-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-IF
           IF CAL-STATUS = 'D' OR CAL-STATUS = 'X'
              MOVE WS-DEPOSITED-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-IF
           IF WS-SETTLE-DATE > WS-PAY-DATE
              MOVE WS-LATE-SETTLE-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-IF.

       REFUSE-RUN.
           WRITE OUTPUT-RECORD
           PERFORM CLOSE-FILES
           STOP RUN.

      * No FUNDACCT.DAT at all still gives treasury the report - every
      * use is then flagged for moving by hand.
       LOAD-FUNDING-ACCOUNTS.
           MOVE ZERO TO WS-FUNDACCT-COUNT
           OPEN INPUT FUNDACCT-FILE
           IF FND-FILE-STATUS = '00'
              MOVE 'N' TO WS-FUNDACCT-EOF
              PERFORM LOAD-ONE-FUNDING-ACCOUNT
                  UNTIL WS-FUNDACCT-EOF = 'Y'
              CLOSE FUNDACCT-FILE
           END-IF.

       LOAD-ONE-FUNDING-ACCOUNT.
           READ FUNDACCT-FILE
           AT END
              MOVE 'Y' TO WS-FUNDACCT-EOF
           NOT AT END
              IF WS-FUNDACCT-COUNT < 20
                 ADD 1 TO WS-FUNDACCT-COUNT
                 MOVE FA-ACCOUNT-USE
                      TO WA-ACCOUNT-USE (WS-FUNDACCT-COUNT)
                 MOVE FA-ACCOUNT-NAME
                      TO WA-ACCOUNT-NAME (WS-FUNDACCT-COUNT)
                 MOVE FA-FROM-ROUTING
                      TO WA-FROM-ROUTING (WS-FUNDACCT-COUNT)
                 MOVE FA-FROM-ACCOUNT
                      TO WA-FROM-ACCOUNT (WS-FUNDACCT-COUNT)
                 MOVE FA-TO-ROUTING
                      TO WA-TO-ROUTING (WS-FUNDACCT-COUNT)
                 MOVE FA-TO-ACCOUNT
                      TO WA-TO-ACCOUNT (WS-FUNDACCT-COUNT)
                 MOVE FA-COMPANY
                      TO WA-COMPANY (WS-FUNDACCT-COUNT)
              END-IF
           END-READ.

       WRITE-HEADER.
           MOVE WS-PAY-DATE TO WH-PAY-DATE
           MOVE CAL-STATUS  TO WH-STATUS
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           MOVE WS-HEADER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * The PAY-DATE alternate index positions the read straight at
      * the requested period's paychecks.
       TALLY-PAYCHECKS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE WS-PAY-DATE TO PAY-DATE
           START PAYROLL-FILE KEY IS EQUAL TO PAY-DATE
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM READ-PAYROLL-RECORDS UNTIL WS-END-OF-FILE = 'Y'.

      * Voided and bank-returned paychecks pay nobody and withheld
      * nothing - they are left out of every figure.
       READ-PAYROLL-RECORDS.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE NOT = WS-PAY-DATE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF PAY-STATUS NOT = 'V' AND PAY-STATUS NOT = 'R'
                    PERFORM TALLY-ONE-PAYCHECK
                 END-IF
              END-IF
           END-READ.

       TALLY-ONE-PAYCHECK.
           ADD 1 TO WS-PAYCHECK-COUNT
           ADD TAX-AMOUNT TO WS-FED-TAX-TOTAL
           IF JUR-TAX-AMOUNT > ZERO
              PERFORM ADD-JURISDICTION-TAX
           END-IF
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              PERFORM ADD-EMPLOYER-TAX
           END-IF
           IF NET-PAY > ZERO
              PERFORM ROUTE-NET-PAY
           END-IF.

       ADD-JURISDICTION-TAX.
           ADD JUR-TAX-AMOUNT TO WS-JUR-TAX-TOTAL
           MOVE ZERO TO WS-JUR-FOUND
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-COUNT
                  OR WS-JUR-FOUND > ZERO
              IF WJ-CODE (WS-JUR-IDX) = JUR-CODE
                 MOVE WS-JUR-IDX TO WS-JUR-FOUND
              END-IF
           END-PERFORM
           IF WS-JUR-FOUND = ZERO AND WS-JUR-COUNT < 50
              ADD 1 TO WS-JUR-COUNT
              MOVE WS-JUR-COUNT TO WS-JUR-FOUND
              MOVE JUR-CODE TO WJ-CODE (WS-JUR-FOUND)
              MOVE ZERO     TO WJ-COUNT (WS-JUR-FOUND)
              MOVE ZERO     TO WJ-AMOUNT (WS-JUR-FOUND)
           END-IF
           IF WS-JUR-FOUND = ZERO
              ADD 1 TO WS-JUR-OTHER-COUNT
              ADD JUR-TAX-AMOUNT TO WS-JUR-OTHER-TOTAL
           ELSE
              ADD 1 TO WJ-COUNT (WS-JUR-FOUND)
              ADD JUR-TAX-AMOUNT TO WJ-AMOUNT (WS-JUR-FOUND)
           END-IF.

      * The posting pass writes one accrual per posted paycheck; a
      * paycheck without one simply accrued no employer tax.
       ADD-EMPLOYER-TAX.
           MOVE EMP-ID   TO EA-EMP-ID
           MOVE PAY-DATE TO EA-PAY-DATE
           READ ACCRUAL-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              ADD EA-EMPLOYER-TAX TO WS-EMPR-TAX-TOTAL
           END-READ.

      * ACHGEN's rule, applied ahead of it: usable bank details and
      * a prenote neither pending nor failed deposits.  A pending
      * prenote stamped in an earlier period is promoted by ACHGEN
      * on the same run and deposits too; one not yet sent (or sent
      * this period) is still in its window and CHKPRINT prints a
      * check, as it does for a failed prenote or no bank details.
      * A paycheck whose employee is not on the master can neither
      * deposit nor print - it is counted apart as not payable.
       ROUTE-NET-PAY.
           MOVE EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-EMP-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ

           IF WS-EMP-FOUND-SW = 'N'
              ADD 1 TO WS-UNPAID-COUNT
              ADD NET-PAY TO WS-UNPAID-TOTAL
           ELSE
              MOVE 'N' TO WS-DEPOSIT-SW
              IF PSEMP-BANK-ROUTING NOT = SPACES
                 AND PSEMP-BANK-ACCOUNT NOT = SPACES
                 EVALUATE PSEMP-PRENOTE-STATUS
                     WHEN 'F'
                          CONTINUE
                     WHEN 'P'
                          IF PSEMP-PRENOTE-DATE NOT = SPACES
                             AND PSEMP-PRENOTE-DATE < WS-PAY-DATE
                             MOVE 'Y' TO WS-DEPOSIT-SW
                          END-IF
                     WHEN OTHER
                          MOVE 'Y' TO WS-DEPOSIT-SW
                 END-EVALUATE
              END-IF
              IF WS-DEPOSIT-SW = 'Y'
                 ADD 1 TO WS-DEPOSIT-COUNT
                 ADD NET-PAY TO WS-DEPOSIT-TOTAL
              ELSE
                 ADD 1 TO WS-CHECK-COUNT
                 ADD NET-PAY TO WS-CHECK-TOTAL
              END-IF
              IF WS-COMPANY-OPEN-SW = 'Y'
                 PERFORM RESOLVE-PAY-COMPANY
                 MOVE NET-PAY TO WS-NET-AMOUNT
                 PERFORM ADD-COMPANY-NET-PAY
              END-IF
           END-IF.

      * The company a paycheck was paid under.  A paycheck posted
      * before companies were kept carries none and goes with the
      * employee's current company.  Without a company master every
      * paycheck resolves to the one blank-coded payroll account.
       RESOLVE-PAY-COMPANY.
           MOVE SPACES TO WS-PAY-COMPANY
           IF WS-COMPANY-OPEN-SW = 'Y'
              IF PAY-COMPANY NOT = SPACES
                 MOVE PAY-COMPANY TO WS-PAY-COMPANY
              ELSE
                 MOVE EMP-ID TO PSEMP-ID
                 READ EMPLOYEE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PSEMP-COMPANY TO WS-PAY-COMPANY
                 END-READ
              END-IF
           END-IF.

      * A reissue belongs to the company of the original paycheck
      * (WS-ORIG-EMP-ID/WS-ORIG-PAY-DATE) it replaces.
       RESOLVE-ORIGINAL-COMPANY.
           MOVE SPACES TO WS-PAY-COMPANY
           IF WS-COMPANY-OPEN-SW = 'Y'
              MOVE WS-ORIG-EMP-ID   TO EMP-ID
              MOVE WS-ORIG-PAY-DATE TO PAY-DATE
              READ PAYROLL-FILE
              INVALID KEY
                 MOVE WS-ORIG-EMP-ID TO EMP-ID
                 MOVE SPACES         TO PAY-COMPANY
              END-READ
              PERFORM RESOLVE-PAY-COMPANY
           END-IF.

      * WS-NET-AMOUNT goes to WS-PAY-COMPANY's deposit or check
      * total as WS-DEPOSIT-SW says.
       ADD-COMPANY-NET-PAY.
           MOVE ZERO TO WS-NET-CO-FOUND
           PERFORM VARYING WS-NET-CO-IDX FROM 1 BY 1
               UNTIL WS-NET-CO-IDX > WS-NET-CO-COUNT
                  OR WS-NET-CO-FOUND > ZERO
              IF WN-COMPANY (WS-NET-CO-IDX) = WS-PAY-COMPANY
                 MOVE WS-NET-CO-IDX TO WS-NET-CO-FOUND
              END-IF
           END-PERFORM
           IF WS-NET-CO-FOUND = ZERO AND WS-NET-CO-COUNT < 50
              ADD 1 TO WS-NET-CO-COUNT
              MOVE WS-NET-CO-COUNT TO WS-NET-CO-FOUND
              MOVE WS-PAY-COMPANY TO WN-COMPANY (WS-NET-CO-FOUND)
              MOVE ZERO TO WN-ACH-COUNT (WS-NET-CO-FOUND)
              MOVE ZERO TO WN-ACH-TOTAL (WS-NET-CO-FOUND)
              MOVE ZERO TO WN-CHECK-COUNT (WS-NET-CO-FOUND)
              MOVE ZERO TO WN-CHECK-TOTAL (WS-NET-CO-FOUND)
           END-IF
           IF WS-NET-CO-FOUND = ZERO
              ADD 1 TO WS-NET-OTHER-COUNT
              ADD WS-NET-AMOUNT TO WS-NET-OTHER-TOTAL
           ELSE
              IF WS-DEPOSIT-SW = 'Y'
                 ADD 1 TO WN-ACH-COUNT (WS-NET-CO-FOUND)
                 ADD WS-NET-AMOUNT TO WN-ACH-TOTAL (WS-NET-CO-FOUND)
              ELSE
                 ADD 1 TO WN-CHECK-COUNT (WS-NET-CO-FOUND)
                 ADD WS-NET-AMOUNT
                     TO WN-CHECK-TOTAL (WS-NET-CO-FOUND)
              END-IF
           END-IF.

      * Every replacement REISSUE has queued rides the next deposit
      * file - this pay date's - and settles with it.
       TALLY-PENDING-REISSUES.
           OPEN INPUT REISSCR-FILE
           IF RSC-FILE-STATUS = '00'
              MOVE 'N' TO WS-REISSUE-EOF
              PERFORM TALLY-ONE-REISSUE UNTIL WS-REISSUE-EOF = 'Y'
              CLOSE REISSCR-FILE
           END-IF.

       TALLY-ONE-REISSUE.
           READ REISSCR-FILE
           AT END
              MOVE 'Y' TO WS-REISSUE-EOF
           NOT AT END
              ADD 1 TO WS-REISSUE-COUNT
              ADD RC-AMOUNT TO WS-REISSUE-TOTAL
              IF WS-COMPANY-OPEN-SW = 'Y'
                 MOVE RC-EMP-ID   TO WS-ORIG-EMP-ID
                 MOVE RC-PAY-DATE TO WS-ORIG-PAY-DATE
                 PERFORM RESOLVE-ORIGINAL-COMPANY
                 MOVE 'Y'       TO WS-DEPOSIT-SW
                 MOVE RC-AMOUNT TO WS-NET-AMOUNT
                 PERFORM ADD-COMPANY-NET-PAY
              END-IF
           END-READ.

      * A reversal without the account it pulls from is held back by
      * ACHGEN, so it is counted apart rather than expected in.
       TALLY-PENDING-REVERSALS.
           OPEN INPUT REVERSAL-FILE
           IF REV-FILE-STATUS = '00'
              MOVE 'N' TO WS-REVERSAL-EOF
              PERFORM TALLY-ONE-REVERSAL UNTIL WS-REVERSAL-EOF = 'Y'
              CLOSE REVERSAL-FILE
           END-IF.

       TALLY-ONE-REVERSAL.
           READ REVERSAL-FILE
           AT END
              MOVE 'Y' TO WS-REVERSAL-EOF
           NOT AT END
              IF RV-BANK-ROUTING = SPACES
                 OR RV-BANK-ACCOUNT = SPACES
                 ADD 1 TO WS-REV-HELD-COUNT
                 ADD RV-AMOUNT TO WS-REV-HELD-TOTAL
              ELSE
                 ADD 1 TO WS-REVERSAL-COUNT
                 ADD RV-AMOUNT TO WS-REVERSAL-TOTAL
              END-IF
           END-READ.

       WRITE-NET-PAY-SECTION.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-NET-PAY-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM WRITE-COMPANY-NET-PAY
                  VARYING WS-NET-CO-IDX FROM 1 BY 1
                  UNTIL WS-NET-CO-IDX > WS-NET-CO-COUNT
              IF WS-NET-OTHER-COUNT > ZERO
                 MOVE "OTHER COMPANIES" TO WL-LABEL
                 MOVE SPACES             TO WL-DATE
                 MOVE WS-NET-OTHER-COUNT TO WL-COUNT
                 MOVE WS-NET-OTHER-TOTAL TO WL-AMOUNT
                 MOVE SPACES             TO WL-NOTE
                 PERFORM WRITE-AMOUNT-LINE
              END-IF
           END-IF

           MOVE "PAYCHECKS BY DIRECT DEPOSIT" TO WL-LABEL
           MOVE WS-SETTLE-DATE   TO WL-DATE
           MOVE WS-DEPOSIT-COUNT TO WL-COUNT
           MOVE WS-DEPOSIT-TOTAL TO WL-AMOUNT
           MOVE SPACES           TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE "REISSUE CREDITS CARRIED" TO WL-LABEL
           MOVE WS-SETTLE-DATE   TO WL-DATE
           MOVE WS-REISSUE-COUNT TO WL-COUNT
           MOVE WS-REISSUE-TOTAL TO WL-AMOUNT
           MOVE SPACES           TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           ADD WS-DEPOSIT-TOTAL WS-REISSUE-TOTAL GIVING WS-ACH-TOTAL
           MOVE "TOTAL DIRECT DEPOSIT" TO WL-LABEL
           MOVE WS-SETTLE-DATE TO WL-DATE
           MOVE ZERO           TO WL-COUNT
           MOVE WS-ACH-TOTAL   TO WL-AMOUNT
           MOVE SPACES         TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE "PAPER CHECKS" TO WL-LABEL
           MOVE WS-PAY-DATE    TO WL-DATE
           MOVE WS-CHECK-COUNT TO WL-COUNT
           MOVE WS-CHECK-TOTAL TO WL-AMOUNT
           MOVE SPACES         TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           ADD WS-ACH-TOTAL WS-CHECK-TOTAL GIVING WS-NET-PAY-TOTAL
           MOVE "TOTAL NET PAY" TO WL-LABEL
           MOVE SPACES           TO WL-DATE
           MOVE ZERO             TO WL-COUNT
           MOVE WS-NET-PAY-TOTAL TO WL-AMOUNT
           MOVE SPACES           TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           IF WS-REVERSAL-COUNT > ZERO
              MOVE "REVERSAL DEBITS TO COME BACK" TO WL-LABEL
              MOVE WS-SETTLE-DATE    TO WL-DATE
              MOVE WS-REVERSAL-COUNT TO WL-COUNT
              MOVE WS-REVERSAL-TOTAL TO WL-AMOUNT
              MOVE "NOT NETTED"      TO WL-NOTE
              PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF WS-REV-HELD-COUNT > ZERO
              MOVE "REVERSALS HELD - NO BANK INFO" TO WL-LABEL
              MOVE SPACES            TO WL-DATE
              MOVE WS-REV-HELD-COUNT TO WL-COUNT
              MOVE WS-REV-HELD-TOTAL TO WL-AMOUNT
              MOVE "NOT NETTED"      TO WL-NOTE
              PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF WS-UNPAID-COUNT > ZERO
              MOVE "NOT ON EMPLOYEE MASTER" TO WL-LABEL
              MOVE SPACES          TO WL-DATE
              MOVE WS-UNPAID-COUNT TO WL-COUNT
              MOVE WS-UNPAID-TOTAL TO WL-AMOUNT
              MOVE "NOT PAYABLE - NOT FUNDED" TO WL-NOTE
              PERFORM WRITE-AMOUNT-LINE
           END-IF.

      * A company's direct deposit includes the reissue credits it
      * carries, since both settle out of its payroll account.
       WRITE-COMPANY-NET-PAY.
           PERFORM SET-COMPANY-NAME
           MOVE SPACES TO WL-LABEL
           STRING "COMPANY "    DELIMITED BY SIZE
                  WS-CO-NAME    DELIMITED BY SIZE
                  " DIRECT DEPOSIT" DELIMITED BY SIZE
                  INTO WL-LABEL
           END-STRING
           MOVE WS-SETTLE-DATE TO WL-DATE
           MOVE WN-ACH-COUNT (WS-NET-CO-IDX) TO WL-COUNT
           MOVE WN-ACH-TOTAL (WS-NET-CO-IDX) TO WL-AMOUNT
           MOVE SPACES         TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WL-LABEL
           STRING "COMPANY "    DELIMITED BY SIZE
                  WS-CO-NAME    DELIMITED BY SIZE
                  " PAPER CHECKS" DELIMITED BY SIZE
                  INTO WL-LABEL
           END-STRING
           MOVE WS-PAY-DATE    TO WL-DATE
           MOVE WN-CHECK-COUNT (WS-NET-CO-IDX) TO WL-COUNT
           MOVE WN-CHECK-TOTAL (WS-NET-CO-IDX) TO WL-AMOUNT
           MOVE SPACES         TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE.

      * A paycheck whose company cannot be resolved (its employee
      * gone from the master) is shown under NONE.
       SET-COMPANY-NAME.
           IF WN-COMPANY (WS-NET-CO-IDX) = SPACES
              MOVE "NONE" TO WS-CO-NAME
           ELSE
              MOVE WN-COMPANY (WS-NET-CO-IDX) TO WS-CO-NAME
           END-IF.

      * Federal withholding and the employer tax go to the same
      * authority; each jurisdiction is owed its own withholding.
       WRITE-TAX-SECTION.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-TAX-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE "FEDERAL WITHHOLDING" TO WL-LABEL
           MOVE SPACES            TO WL-DATE
           MOVE WS-PAYCHECK-COUNT TO WL-COUNT
           MOVE WS-FED-TAX-TOTAL  TO WL-AMOUNT
           MOVE SPACES            TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE

           MOVE "EMPLOYER TAX ACCRUED" TO WL-LABEL
           MOVE SPACES            TO WL-DATE
           MOVE WS-PAYCHECK-COUNT TO WL-COUNT
           MOVE WS-EMPR-TAX-TOTAL TO WL-AMOUNT
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              MOVE SPACES TO WL-NOTE
           ELSE
              MOVE "NO ACCRUALS ON FILE" TO WL-NOTE
           END-IF
           PERFORM WRITE-AMOUNT-LINE

           PERFORM WRITE-JURISDICTION-LINE
               VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-COUNT
           IF WS-JUR-OTHER-COUNT > ZERO
              MOVE "OTHER JURISDICTIONS" TO WL-LABEL
              MOVE SPACES             TO WL-DATE
              MOVE WS-JUR-OTHER-COUNT TO WL-COUNT
              MOVE WS-JUR-OTHER-TOTAL TO WL-AMOUNT
              MOVE SPACES             TO WL-NOTE
              PERFORM WRITE-AMOUNT-LINE
           END-IF

           ADD WS-FED-TAX-TOTAL WS-EMPR-TAX-TOTAL WS-JUR-TAX-TOTAL
               GIVING WS-TAX-TOTAL
           MOVE "TOTAL TAXES DUE" TO WL-LABEL
           MOVE SPACES       TO WL-DATE
           MOVE ZERO         TO WL-COUNT
           MOVE WS-TAX-TOTAL TO WL-AMOUNT
           MOVE SPACES       TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-JURISDICTION-LINE.
           MOVE SPACES TO WL-LABEL
           STRING "JURISDICTION "       DELIMITED BY SIZE
                  WJ-CODE (WS-JUR-IDX)  DELIMITED BY SIZE
                  " WITHHOLDING"        DELIMITED BY SIZE
                  INTO WL-LABEL
           END-STRING
           MOVE SPACES                  TO WL-DATE
           MOVE WJ-COUNT (WS-JUR-IDX)   TO WL-COUNT
           MOVE WJ-AMOUNT (WS-JUR-IDX)  TO WL-AMOUNT
           MOVE SPACES                  TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-REMIT-HEADING.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-REMIT-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * REMIT's own selection: the period's PAYDED rows less loan
      * recoveries (the company's own receivable) and less the rows
      * whose paycheck was voided or returned.
       LOAD-PERIOD-DEDUCTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM LOAD-ONE-DEDUCTION UNTIL WS-END-OF-FILE = 'Y'.

       LOAD-ONE-DEDUCTION.
           READ PAYDED-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PD-PAY-DATE = WS-PAY-DATE
                 AND NOT (PD-CODE (1:1) = 'L'
                          AND PD-CODE (2:3) NUMERIC)
                 PERFORM CHECK-PAYCHECK-GOOD
                 IF WS-PAY-GOOD-SW = 'Y'
                    MOVE PD-CODE   TO SRT-CODE
                    MOVE PD-EMP-ID TO SRT-EMP-ID
                    MOVE PD-AMOUNT TO SRT-AMOUNT
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-READ.

       CHECK-PAYCHECK-GOOD.
           MOVE PD-EMP-ID   TO EMP-ID
           MOVE PD-PAY-DATE TO PAY-DATE
           READ PAYROLL-FILE
           INVALID KEY
              MOVE 'N' TO WS-PAY-GOOD-SW
           NOT INVALID KEY
              IF PAY-STATUS = 'V' OR PAY-STATUS = 'R'
                 MOVE 'N' TO WS-PAY-GOOD-SW
              ELSE
                 MOVE 'Y' TO WS-PAY-GOOD-SW
              END-IF
           END-READ.

       TOTAL-THE-PAYEES.
           PERFORM RETURN-ONE-DEDUCTION UNTIL WS-SORT-EOF = 'Y'
           IF WS-CURRENT-CODE NOT = SPACES
              PERFORM END-OF-PAYEE
           END-IF.

       RETURN-ONE-DEDUCTION.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF SRT-CODE NOT = WS-CURRENT-CODE
                 IF WS-CURRENT-CODE NOT = SPACES
                    PERFORM END-OF-PAYEE
                 END-IF
                 MOVE SRT-CODE TO WS-CURRENT-CODE
                 MOVE ZERO TO WS-PAYMENT-TOTAL
                 MOVE ZERO TO WS-PAYMENT-LINES
              END-IF
              ADD 1 TO WS-PAYMENT-LINES
              ADD SRT-AMOUNT TO WS-PAYMENT-TOTAL
           END-RETURN.

      * A code with no active payee on the master is money REMIT will
      * not pay - it is listed so the question is asked, but it is
      * not funded.
       END-OF-PAYEE.
           MOVE WS-CURRENT-CODE TO PY-DED-CODE
           READ PAYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-PAYEE-FOUND-SW
           NOT INVALID KEY
              IF PY-STATUS = 'A'
                 MOVE 'Y' TO WS-PAYEE-FOUND-SW
              ELSE
                 MOVE 'N' TO WS-PAYEE-FOUND-SW
              END-IF
           END-READ

           MOVE SPACES TO WL-LABEL
           IF WS-PAYEE-FOUND-SW = 'Y'
              STRING WS-CURRENT-CODE DELIMITED BY SIZE
                     " "             DELIMITED BY SIZE
                     PY-PAYEE-NAME   DELIMITED BY SIZE
                     INTO WL-LABEL
              END-STRING
              IF PY-PAY-METHOD = 'A'
                 MOVE "ELECTRONIC" TO WL-DATE
              ELSE
                 MOVE "CHECK" TO WL-DATE
              END-IF
              MOVE SPACES TO WL-NOTE
              ADD 1 TO WS-REMIT-COUNT
              ADD WS-PAYMENT-TOTAL TO WS-REMIT-TOTAL
           ELSE
              STRING WS-CURRENT-CODE          DELIMITED BY SIZE
                     " ** NO PAYEE ON MASTER **" DELIMITED BY SIZE
                     INTO WL-LABEL
              END-STRING
              MOVE SPACES TO WL-DATE
              MOVE "NO ACTIVE PAYEE - UNPAID" TO WL-NOTE
              ADD 1 TO WS-UNREMIT-COUNT
              ADD WS-PAYMENT-TOTAL TO WS-UNREMIT-TOTAL
           END-IF
           MOVE WS-PAYMENT-LINES TO WL-COUNT
           MOVE WS-PAYMENT-TOTAL TO WL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-REMIT-TOTALS.
           MOVE "TOTAL REMITTANCES DUE" TO WL-LABEL
           MOVE SPACES         TO WL-DATE
           MOVE WS-REMIT-COUNT TO WL-COUNT
           MOVE WS-REMIT-TOTAL TO WL-AMOUNT
           MOVE SPACES         TO WL-NOTE
           PERFORM WRITE-AMOUNT-LINE
           IF WS-UNREMIT-COUNT > ZERO
              MOVE "CODES WITH NO ACTIVE PAYEE" TO WL-LABEL
              MOVE SPACES           TO WL-DATE
              MOVE WS-UNREMIT-COUNT TO WL-COUNT
              MOVE WS-UNREMIT-TOTAL TO WL-AMOUNT
              MOVE "NOT FUNDED"     TO WL-NOTE
              PERFORM WRITE-AMOUNT-LINE
           END-IF.

      * One instruction per account use, and with companies one
      * payroll instruction per company into its own account.  Net
      * pay is needed in the payroll account by the ACH settlement
      * date; the tax and vendor money by the PAY-DATE.
       WRITE-FUNDING-SECTION.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-FUNDING-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           OPEN OUTPUT FUNDING-FILE
           MOVE WS-PAY-DATE TO WI-PAY-DATE
           MOVE WS-RUN-DATE TO WI-RUN-DATE
           MOVE WS-FUND-HEADER TO FUNDING-RECORD
           WRITE FUNDING-RECORD

           IF WS-COMPANY-OPEN-SW = 'Y' AND WS-NET-CO-COUNT > ZERO
              PERFORM FUND-COMPANY-PAYROLL
                  VARYING WS-NET-CO-IDX FROM 1 BY 1
                  UNTIL WS-NET-CO-IDX > WS-NET-CO-COUNT
              IF WS-NET-OTHER-COUNT > ZERO
                 MOVE "PAYROLL ACCOUNT - OTHER COMPANIES"
                      TO WL-LABEL
                 MOVE WS-SETTLE-DATE     TO WL-DATE
                 MOVE ZERO               TO WL-COUNT
                 MOVE WS-NET-OTHER-TOTAL TO WL-AMOUNT
                 MOVE "NO FUNDACCT ROW - BY HAND" TO WL-NOTE
                 ADD WS-NET-OTHER-TOTAL TO WS-FUNDING-TOTAL
                 PERFORM WRITE-AMOUNT-LINE
              END-IF
           ELSE
              MOVE "PAYR"           TO WS-FUND-USE
              MOVE SPACES           TO WS-FUND-COMPANY
              MOVE "PAYROLL ACCOUNT - NET PAY" TO WS-FUND-LABEL
              MOVE WS-NET-PAY-TOTAL TO WS-FUND-AMOUNT
              MOVE WS-SETTLE-DATE   TO WS-FUND-VALUE-DATE
              PERFORM FUND-ONE-ACCOUNT
           END-IF

           MOVE SPACES           TO WS-FUND-COMPANY
           MOVE "TAX "           TO WS-FUND-USE
           MOVE "TAX ACCOUNT - TAXES DUE" TO WS-FUND-LABEL
           MOVE WS-TAX-TOTAL     TO WS-FUND-AMOUNT
           MOVE WS-PAY-DATE      TO WS-FUND-VALUE-DATE
           PERFORM FUND-ONE-ACCOUNT

           MOVE "VEND"           TO WS-FUND-USE
           MOVE "VENDOR ACCOUNT - REMITTANCES" TO WS-FUND-LABEL
           MOVE WS-REMIT-TOTAL   TO WS-FUND-AMOUNT
           MOVE WS-PAY-DATE      TO WS-FUND-VALUE-DATE
           PERFORM FUND-ONE-ACCOUNT

           MOVE WS-INSTRUCT-COUNT TO WT-INSTRUCT-COUNT
           MOVE WS-INSTRUCT-TOTAL TO WT-INSTRUCT-TOTAL
           MOVE WS-FUND-TRAILER TO FUNDING-RECORD
           WRITE FUNDING-RECORD
           CLOSE FUNDING-FILE

           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-FUNDING-TOTAL TO WG-AMOUNT
           MOVE WS-GRAND-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * A company's payroll account is found by its own 'PAYR' row
      * on FUNDACCT.DAT.
       FUND-COMPANY-PAYROLL.
           PERFORM SET-COMPANY-NAME
           ADD WN-ACH-TOTAL (WS-NET-CO-IDX)
               WN-CHECK-TOTAL (WS-NET-CO-IDX)
               GIVING WS-CO-NET-TOTAL
           MOVE "PAYR"                     TO WS-FUND-USE
           MOVE WN-COMPANY (WS-NET-CO-IDX) TO WS-FUND-COMPANY
           MOVE SPACES TO WS-FUND-LABEL
           STRING "PAYROLL ACCOUNT " DELIMITED BY SIZE
                  WS-CO-NAME         DELIMITED BY SIZE
                  " - NET PAY"       DELIMITED BY SIZE
                  INTO WS-FUND-LABEL
           END-STRING
           MOVE WS-CO-NET-TOTAL TO WS-FUND-AMOUNT
           MOVE WS-SETTLE-DATE  TO WS-FUND-VALUE-DATE
           PERFORM FUND-ONE-ACCOUNT.

       FUND-ONE-ACCOUNT.
           MOVE WS-FUND-LABEL      TO WL-LABEL
           MOVE WS-FUND-VALUE-DATE TO WL-DATE
           MOVE ZERO               TO WL-COUNT
           MOVE WS-FUND-AMOUNT     TO WL-AMOUNT
           ADD WS-FUND-AMOUNT TO WS-FUNDING-TOTAL

           MOVE ZERO TO WS-FND-FOUND
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
               UNTIL WS-FND-IDX > WS-FUNDACCT-COUNT
                  OR WS-FND-FOUND > ZERO
              IF WA-ACCOUNT-USE (WS-FND-IDX) = WS-FUND-USE
                 AND WA-COMPANY (WS-FND-IDX) = WS-FUND-COMPANY
                 MOVE WS-FND-IDX TO WS-FND-FOUND
              END-IF
           END-PERFORM

           IF WS-FUND-AMOUNT = ZERO
              MOVE "NOTHING TO FUND" TO WL-NOTE
           ELSE
              IF WS-FND-FOUND = ZERO
                 MOVE "NO FUNDACCT ROW - BY HAND" TO WL-NOTE
              ELSE
                 MOVE "INSTRUCTED" TO WL-NOTE
                 PERFORM WRITE-FUNDING-INSTRUCTION
              END-IF
           END-IF
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-FUNDING-INSTRUCTION.
           MOVE WS-FUND-USE TO WI-ACCOUNT-USE
           MOVE WA-FROM-ROUTING (WS-FND-FOUND) TO WI-FROM-ROUTING
           MOVE WA-FROM-ACCOUNT (WS-FND-FOUND) TO WI-FROM-ACCOUNT
           MOVE WA-TO-ROUTING (WS-FND-FOUND)   TO WI-TO-ROUTING
           MOVE WA-TO-ACCOUNT (WS-FND-FOUND)   TO WI-TO-ACCOUNT
           MOVE WS-FUND-AMOUNT                 TO WI-AMOUNT
           MOVE WS-FUND-VALUE-DATE             TO WI-VALUE-DATE
           MOVE WA-ACCOUNT-NAME (WS-FND-FOUND) TO WI-ACCOUNT-NAME
           MOVE WS-FUND-DETAIL TO FUNDING-RECORD
           WRITE FUNDING-RECORD
           ADD 1 TO WS-INSTRUCT-COUNT
           ADD WS-FUND-AMOUNT TO WS-INSTRUCT-TOTAL.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CALENDAR-FILE
           CLOSE PAYDED-FILE
           CLOSE PAYEE-FILE
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              CLOSE ACCRUAL-FILE
           END-IF
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM CASHREQ.
