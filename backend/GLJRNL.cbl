       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       AUTHOR. YOUR-NAME.

      * Double-entry GL journal for one PAY-DATE.  Reads every
      * PAYROLL-RECORD dated the PAY-DATE on GLJRNL.IN and books each
      * money bucket on the paycheck to the chart-of-accounts number
      * GLACCT.DAT maps it to:
      *    debits  - BASIC-PAY, OVERTIME-PAY, BONUS-PAY and any other
      *              earnings in GROSS-PAY, by department, the
      *              non-taxable reimbursements in NONTAX-PAY, by
      *              department, and the employer tax and match off
      *              EMPRACCR.DAT, by department;
      *    credits - TAX-AMOUNT, JUR-TAX-AMOUNT by JUR-CODE, each
      *              PAYDED.DAT deduction code, the employer tax and
      *              match payables, and NET-PAY split between direct
      *              deposit and check cash.
      * The lines are summarized by bucket/qualifier onto the journal
      * file (GLJOURNL.OUT); GLJRNL.OUT carries the run report.
      *
      * Departments come from the labor distribution on LABDIST.DAT:
      * an employee with active rows has each earnings and employer
      * expense bucket spread across the departments by percentage,
      * the home EMP-DEPT taking whatever share the rows leave (and
      * any rounding cent).  With no rows the whole expense lands in
      * the home department, exactly as PAYREG groups it.
      *
      * The journal is only released when its debits and credits,
      * re-added from the lines as written, net to zero and every
      * bucket found an account.  Otherwise it is marked held and
      * finance posts nothing.  Voided paychecks are excluded, the
      * way every report excludes them.
      *
      * Cash is split with the same test CHKPRINT prints on - no
      * usable bank details on the employee master, or a prenote
      * still pending or failed, is check cash; anything else went
      * by deposit.  That test is only final once ACHGEN has settled
      * the prenotes, so the pay-period calendar gates the run the
      * way it gates CHKPRINT: the period must be deposited or
      * closed.
      *
      * Employee loans and pay advances run through the loans
      * receivable bucket: a disbursement (a zero-gross PAYROLL-
      * RECORD LNMAINT booked on the loan's LN-DISB-DATE) debits it
      * for the principal against the cash paid out, and every
      * recovery itemized under a loan deduction code credits it
      * instead of a deduction payable.
      *
      * When COMPANY.DAT is in use each legal employer keeps its own
      * books: every line is summarized within the company the
      * paycheck was paid under (PAY-COMPANY, or the employee's
      * current company on a paycheck posted before companies were
      * kept), the journal is written as one section per company in
      * company order, each under its legal name and closed with its
      * own debit and credit totals, and every company must net to
      * zero as well as the journal as a whole before it is released.

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

           SELECT PAYDED-FILE ASSIGN TO "PAYDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "EMPRACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYER-ACCRUAL-KEY
               ALTERNATE RECORD KEY IS EA-PAY-DATE WITH DUPLICATES
               FILE STATUS IS ACC-FILE-STATUS.

           SELECT LABDIST-FILE ASSIGN TO "LABDIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LABOR-DISTRIBUTION-KEY
               FILE STATUS IS LDS-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-KEY
               FILE STATUS IS LN-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT GLACCT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "GLJRNL.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "GLJRNL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       COPY PAYREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD CALENDAR-FILE.
       COPY PAYCALRC.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD ACCRUAL-FILE.
       COPY EMPACCRC.

       FD LABDIST-FILE.
       COPY LABDSTRC.

       FD LOAN-FILE.
       COPY LOANREC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD GLACCT-FILE.
       COPY GLACCTRC.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 GJ-PAY-DATE          PIC X(10).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD           PIC X(80).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PAY-DATE              PIC X(10).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 CAL-FILE-STATUS          PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 ACC-FILE-STATUS          PIC XX.
       01 LDS-FILE-STATUS          PIC XX.
       01 GLA-FILE-STATUS          PIC XX.
       01 LN-FILE-STATUS           PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-PAYDED-OPEN-SW        PIC X       VALUE 'N'.
       01 WS-ACCRUAL-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-LABDIST-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-LOAN-OPEN-SW          PIC X       VALUE 'N'.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-LOAN-EOF              PIC X       VALUE 'N'.
       01 WS-EMP-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-ACC-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-DED-EOF               PIC X       VALUE 'N'.
       01 WS-DIST-EOF              PIC X       VALUE 'N'.
       01 WS-GLACCT-EOF            PIC X       VALUE 'N'.
       01 WS-TABLE-FULL-SW         PIC X       VALUE 'N'.
       01 WS-CHECKS-READ           PIC 9(5)    COMP VALUE ZERO.
       01 WS-CHECKS-VOIDED         PIC 9(5)    COMP VALUE ZERO.
       01 WS-LINES-WRITTEN         PIC 9(5)    COMP VALUE ZERO.
       01 WS-UNMAPPED-COUNT        PIC 9(5)    COMP VALUE ZERO.

       01 WS-HOME-DEPT             PIC X(20).
       01 WS-CASH-BUCKET           PIC X(4).
       01 WS-PAY-COMPANY           PIC X(4)    VALUE SPACES.
       01 WS-OTHER-EARNINGS        PIC 9(7)V99 VALUE ZERO.
       01 WS-ITEMIZED-DEDUCTIONS   PIC 9(7)V99 VALUE ZERO.
       01 WS-UNITEMIZED            PIC 9(7)V99 VALUE ZERO.

      * One journal posting request - POST-ENTRY folds it into the
      * summary line for its bucket/qualifier.
       01 WS-POST-BUCKET           PIC X(4).
       01 WS-POST-QUALIFIER        PIC X(20).
       01 WS-POST-SIDE             PIC X(1).
       01 WS-POST-AMOUNT           PIC 9(7)V99 VALUE ZERO.

      * Account mapping rows off GLACCT.DAT, loaded once at start-up.
       01 WS-GLMAP-TABLE.
          05 WS-GLMAP-ENTRY OCCURS 200 TIMES.
             10 WM-BUCKET         PIC X(4).
             10 WM-QUALIFIER      PIC X(20).
             10 WM-ACCOUNT        PIC X(10).
       01 WS-GLMAP-COUNT           PIC 9(3)    COMP VALUE ZERO.
       01 WS-MAP-IDX               PIC 9(3)    COMP.
       01 WS-MAPPED-ACCOUNT        PIC X(10).

      * The journal summarized by company/bucket/qualifier.  Each
      * line keeps the account it mapped to and the side it posts on.
       01 WS-JOURNAL-TABLE.
          05 WS-JOURNAL-ENTRY OCCURS 300 TIMES.
             10 WJ-COMPANY        PIC X(4).
             10 WJ-BUCKET         PIC X(4).
             10 WJ-QUALIFIER      PIC X(20).
             10 WJ-ACCOUNT        PIC X(10).
             10 WJ-SIDE           PIC X(1).
             10 WJ-AMOUNT         PIC 9(9)V99.
       01 WS-JOURNAL-COUNT         PIC 9(3)    COMP VALUE ZERO.
       01 WS-JRN-IDX               PIC 9(3)    COMP.
       01 WS-JRN-FOUND             PIC 9(3)    COMP VALUE ZERO.

      * The companies on the journal in company order, with each
      * one's totals as posted and as re-added from its written
      * lines.  A single employer has the one blank company.
       01 WS-COMPANY-TABLE.
          05 WS-COMPANY-ENTRY OCCURS 50 TIMES.
             10 WC-COMPANY        PIC X(4).
             10 WC-TOTAL-DEBITS   PIC 9(11)V99.
             10 WC-TOTAL-CREDITS  PIC 9(11)V99.
             10 WC-CHECK-DEBITS   PIC 9(11)V99.
             10 WC-CHECK-CREDITS  PIC 9(11)V99.
       01 WS-COMPANY-COUNT         PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-IDX                PIC 9(3)    COMP.
       01 WS-CO-FOUND              PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-SHIFT              PIC 9(3)    COMP.
       01 WS-PAY-CO-IDX            PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-UNBALANCED-SW      PIC X       VALUE 'N'.

      * The paycheck's department split - the active LABDIST.DAT rows
      * then the home department with the share they leave.
       01 WS-DIST-TABLE.
          05 WS-DIST-ENTRY OCCURS 11 TIMES.
             10 WD-DEPT           PIC X(20).
             10 WD-PERCENT        PIC 9(3)V99.
       01 WS-DIST-COUNT            PIC 9(2)    COMP VALUE ZERO.
       01 WS-DIST-IDX              PIC 9(2)    COMP.
       01 WS-DIST-PERCENT          PIC 9(5)V99 VALUE ZERO.
       01 WS-EXPENSE-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01 WS-EXPENSE-LEFT          PIC 9(7)V99 VALUE ZERO.

      * Journal totals as posted, and the same totals re-added from
      * the lines as written - the journal is only released when
      * the written debits and credits agree.
       01 WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-CREDITS         PIC 9(11)V99 VALUE ZERO.

       01 WS-JOURNAL-HEADER.
          05 FILLER                PIC X(22) VALUE
             "GL JOURNAL PAY-DATE  :".
          05 WH-PAY-DATE            PIC X(10).

       01 WS-JOURNAL-LINE.
          05 WL-ACCOUNT             PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-SIDE                PIC X(2).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-AMOUNT              PIC 9(9)V99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-BUCKET              PIC X(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-QUALIFIER           PIC X(20).

       01 WS-COMPANY-HEADER.
          05 FILLER                PIC X(22) VALUE
             "COMPANY              :".
          05 WCH-COMPANY            PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WCH-COMPANY-NAME       PIC X(40).

       01 WS-CO-DEBIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "COMPANY DEBITS       :".
          05 WCT-DEBITS             PIC Z(10)9.99.

       01 WS-CO-CREDIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "COMPANY CREDITS      :".
          05 WCT-CREDITS            PIC Z(10)9.99.

       01 WS-CO-BALANCED-LINE.
          05 FILLER                PIC X(8)  VALUE "COMPANY ".
          05 WCB-COMPANY            PIC X(4).
          05 FILLER                 PIC X(14) VALUE " NETS TO ZERO".

       01 WS-CO-UNBALANCED-LINE.
          05 FILLER                PIC X(12) VALUE "*** COMPANY ".
          05 WCU-COMPANY            PIC X(4).
          05 FILLER                 PIC X(30) VALUE
             " DOES NOT NET TO ZERO - HELD".

       01 WS-DEBIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "TOTAL DEBITS         :".
          05 WT-DEBITS              PIC Z(10)9.99.

       01 WS-CREDIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "TOTAL CREDITS        :".
          05 WT-CREDITS             PIC Z(10)9.99.

       01 WS-BALANCED-LINE         PIC X(44) VALUE
          "JOURNAL NETS TO ZERO - RELEASE TO GL".
       01 WS-UNBALANCED-LINE       PIC X(52) VALUE
          "*** JOURNAL DOES NOT NET TO ZERO - HELD".
       01 WS-UNMAPPED-LINE         PIC X(52) VALUE
          "*** BUCKETS WITH NO GL ACCOUNT - HELD".
       01 WS-TABLE-FULL-LINE       PIC X(52) VALUE
          "*** JOURNAL TABLE FULL - HELD".
       01 WS-NO-PERIOD-LINE        PIC X(50) VALUE
          "RUN REFUSED - PAY-DATE IS NOT A DEFINED PAY PERIOD".
       01 WS-NOT-DEPOSITED-LINE    PIC X(50) VALUE
          "RUN REFUSED - PERIOD NOT YET DEPOSITED".
       01 WS-NO-ACCOUNTS-LINE      PIC X(50) VALUE
          "RUN REFUSED - NO ACCOUNT MAPPING ON GLACCT.DAT".

       01 WS-UNMAPPED-DETAIL.
          05 FILLER                PIC X(20) VALUE
             "NO GL ACCOUNT FOR :".
          05 WU-BUCKET              PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WU-QUALIFIER           PIC X(20).

       01 WS-SUMMARY-LINE-1.
          05 FILLER                PIC X(20) VALUE
             "PAYCHECKS READ    :".
          05 WS1-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-2.
          05 FILLER                PIC X(20) VALUE
             "EXCLUDED - VOIDED :".
          05 WS2-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-3.
          05 FILLER                PIC X(20) VALUE
             "JOURNAL LINES     :".
          05 WS3-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-4.
          05 FILLER                PIC X(20) VALUE
             "UNMAPPED LINES    :".
          05 WS4-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM CHECK-PAY-PERIOD
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM BUILD-JOURNAL
           PERFORM WRITE-JOURNAL
           PERFORM BALANCE-AND-TOTAL
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           MOVE GJ-PAY-DATE TO WS-PAY-DATE
           CLOSE CONTROL-FILE.

       OPEN-FILES.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'GLJRNL  ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'GLJRNL  ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'GLJRNL  ' 'PAYCAL.DAT          '
                  CAL-FILE-STATUS
              STOP RUN.

      * No PAYDED.DAT, EMPRACCR.DAT or LABDIST.DAT yet just means
      * nothing itemized, accrued or distributed so far - the
      * deductions fall back to OTHER-DEDUCTIONS, the employer
      * buckets post nothing and every paycheck charges its home
      * department.
           OPEN INPUT PAYDED-FILE
           IF PDD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PAYDED-OPEN-SW
           ELSE
              IF PDD-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'GLJRNL  ' 'PAYDED.DAT          '
                     PDD-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT ACCRUAL-FILE
           IF ACC-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ACCRUAL-OPEN-SW
           ELSE
              IF ACC-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'GLJRNL  ' 'EMPRACCR.DAT        '
                     ACC-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT LABDIST-FILE
           IF LDS-FILE-STATUS = '00'
              MOVE 'Y' TO WS-LABDIST-OPEN-SW
           ELSE
              IF LDS-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'GLJRNL  ' 'LABDIST.DAT         '
                     LDS-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No COMPANY.DAT means a single employer - one journal.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'GLJRNL  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No LOAN.DAT yet means no loan was ever granted.
           OPEN INPUT LOAN-FILE
           IF LN-FILE-STATUS = '00'
              MOVE 'Y' TO WS-LOAN-OPEN-SW
           ELSE
              IF LN-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'GLJRNL  ' 'LOAN.DAT            '
                     LN-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT OUTPUT-FILE.

      * Same calendar discipline as CHKPRINT: the deposit run must
      * already have settled the prenotes, or the cash split would
      * book a pending employee's pay to the wrong account.
       CHECK-PAY-PERIOD.
           MOVE WS-PAY-DATE TO CAL-PAY-DATE
           READ CALENDAR-FILE
           INVALID KEY
              MOVE WS-NO-PERIOD-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-READ
           IF CAL-STATUS NOT = 'D' AND CAL-STATUS NOT = 'X'
              MOVE WS-NOT-DEPOSITED-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-IF.

       REFUSE-RUN.
           WRITE OUTPUT-RECORD
           PERFORM CLOSE-FILES
           STOP RUN.

      * The mapping is the whole point of the run - with no
      * GLACCT.DAT there is nothing finance could post.
       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-GLMAP-COUNT
           OPEN INPUT GLACCT-FILE
           IF GLA-FILE-STATUS NOT = '00'
              MOVE WS-NO-ACCOUNTS-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-IF
           MOVE 'N' TO WS-GLACCT-EOF
           PERFORM LOAD-ONE-ACCOUNT UNTIL WS-GLACCT-EOF = 'Y'
           CLOSE GLACCT-FILE.

       LOAD-ONE-ACCOUNT.
           READ GLACCT-FILE
           AT END
              MOVE 'Y' TO WS-GLACCT-EOF
           NOT AT END
              IF WS-GLMAP-COUNT < 200
                 ADD 1 TO WS-GLMAP-COUNT
                 MOVE GA-BUCKET    TO WM-BUCKET (WS-GLMAP-COUNT)
                 MOVE GA-QUALIFIER TO WM-QUALIFIER (WS-GLMAP-COUNT)
                 MOVE GA-ACCOUNT   TO WM-ACCOUNT (WS-GLMAP-COUNT)
              END-IF
           END-READ.

      * The PAY-DATE alternate index positions the read straight at
      * the requested period's paychecks.
       BUILD-JOURNAL.
           MOVE WS-PAY-DATE TO PAY-DATE
           START PAYROLL-FILE KEY IS EQUAL TO PAY-DATE
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM READ-PAYROLL-RECORDS UNTIL WS-END-OF-FILE = 'Y'.

       READ-PAYROLL-RECORDS.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE NOT = WS-PAY-DATE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-CHECKS-READ
                 IF PAY-STATUS = 'V'
                    ADD 1 TO WS-CHECKS-VOIDED
                 ELSE
                    PERFORM JOURNAL-ONE-PAYCHECK
                 END-IF
              END-IF
           END-READ.

       JOURNAL-ONE-PAYCHECK.
           PERFORM SETTLE-LEGACY-WAGES
           PERFORM LOOKUP-EMPLOYEE
           PERFORM RESOLVE-PAY-COMPANY
           PERFORM FIND-PAY-COMPANY
           PERFORM BUILD-DISTRIBUTION

      * Earnings expense, spread across the departments.
           MOVE 'BASE'       TO WS-POST-BUCKET
           MOVE BASIC-PAY    TO WS-EXPENSE-AMOUNT
           PERFORM DISTRIBUTE-EXPENSE
           MOVE 'OVTM'       TO WS-POST-BUCKET
           MOVE OVERTIME-PAY TO WS-EXPENSE-AMOUNT
           PERFORM DISTRIBUTE-EXPENSE
           MOVE 'BONS'       TO WS-POST-BUCKET
           MOVE BONUS-PAY    TO WS-EXPENSE-AMOUNT
           PERFORM DISTRIBUTE-EXPENSE

      * Gross carried in none of the three earnings fields - a final
      * leave payout added onto the paycheck - is still expense.
           MOVE ZERO TO WS-OTHER-EARNINGS
           IF GROSS-PAY > BASIC-PAY + OVERTIME-PAY + BONUS-PAY
              COMPUTE WS-OTHER-EARNINGS =
                  GROSS-PAY - BASIC-PAY - OVERTIME-PAY - BONUS-PAY
           END-IF
           MOVE 'OTHE'            TO WS-POST-BUCKET
           MOVE WS-OTHER-EARNINGS TO WS-EXPENSE-AMOUNT
           PERFORM DISTRIBUTE-EXPENSE

      * Reimbursements are paid in net but were never gross.
           MOVE 'NTAX'            TO WS-POST-BUCKET
           MOVE NONTAX-PAY        TO WS-EXPENSE-AMOUNT
           PERFORM DISTRIBUTE-EXPENSE

      * Withholding payables.
           MOVE 'FTAX'     TO WS-POST-BUCKET
           MOVE SPACES     TO WS-POST-QUALIFIER
           MOVE 'C'        TO WS-POST-SIDE
           MOVE TAX-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-ENTRY
           MOVE 'JTAX'         TO WS-POST-BUCKET
           MOVE JUR-CODE       TO WS-POST-QUALIFIER
           MOVE 'C'            TO WS-POST-SIDE
           MOVE JUR-TAX-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-ENTRY

           PERFORM JOURNAL-DEDUCTIONS
           PERFORM JOURNAL-EMPLOYER-ACCRUAL
           IF GROSS-PAY = ZERO AND NET-PAY > ZERO
              AND NONTAX-PAY = ZERO
              AND WS-LOAN-OPEN-SW = 'Y'
              PERFORM JOURNAL-LOAN-DISBURSEMENT
           END-IF

      * Net pay leaves by deposit or by check.
           MOVE WS-CASH-BUCKET TO WS-POST-BUCKET
           MOVE SPACES         TO WS-POST-QUALIFIER
           MOVE 'C'            TO WS-POST-SIDE
           MOVE NET-PAY        TO WS-POST-AMOUNT
           PERFORM POST-ENTRY.

      * A paycheck posted before taxable wages and non-taxable pay
      * were kept carries spaces in them - read as PAYREC says.
       SETTLE-LEGACY-WAGES.
           IF TAXABLE-WAGES NOT NUMERIC
              MOVE GROSS-PAY TO TAXABLE-WAGES
           END-IF
           IF JUR-TAXABLE-WAGES NOT NUMERIC
              IF JUR-CODE NOT = SPACES
                 MOVE GROSS-PAY TO JUR-TAXABLE-WAGES
              ELSE
                 MOVE ZERO TO JUR-TAXABLE-WAGES
              END-IF
           END-IF
           IF NONTAX-PAY NOT NUMERIC
              MOVE ZERO TO NONTAX-PAY
           END-IF.

      * Home department and cash path off the employee master.  A
      * paycheck whose employee is gone charges "UNASSIGNED", the
      * way PAYREG lists it, and can only have been paid by check.
       LOOKUP-EMPLOYEE.
           MOVE EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-EMP-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ

           IF WS-EMP-FOUND-SW = 'N'
              MOVE "UNASSIGNED" TO WS-HOME-DEPT
              MOVE 'NCHK'       TO WS-CASH-BUCKET
           ELSE
              MOVE PSEMP-DEPT   TO WS-HOME-DEPT
              IF PSEMP-BANK-ROUTING = SPACES
                 OR PSEMP-BANK-ACCOUNT = SPACES
                 OR PSEMP-PRENOTE-STATUS = 'P'
                 OR PSEMP-PRENOTE-STATUS = 'F'
                 MOVE 'NCHK' TO WS-CASH-BUCKET
              ELSE
                 MOVE 'NACH' TO WS-CASH-BUCKET
              END-IF
           END-IF.

      * A paycheck posted before companies were kept takes the
      * employee's current company.
       RESOLVE-PAY-COMPANY.
           MOVE SPACES TO WS-PAY-COMPANY
           IF WS-COMPANY-OPEN-SW = 'Y'
              IF PAY-COMPANY NOT = SPACES
                 MOVE PAY-COMPANY TO WS-PAY-COMPANY
              ELSE
                 IF WS-EMP-FOUND-SW = 'Y'
                    MOVE PSEMP-COMPANY TO WS-PAY-COMPANY
                 END-IF
              END-IF
           END-IF.

      * Finds the paycheck's company on the table, or slots it in at
      * its place in company order.  A table already full holds the
      * journal.
       FIND-PAY-COMPANY.
           MOVE ZERO TO WS-PAY-CO-IDX
           MOVE ZERO TO WS-CO-FOUND
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT
                  OR WS-CO-FOUND > ZERO
              IF WC-COMPANY (WS-CO-IDX) NOT < WS-PAY-COMPANY
                 MOVE WS-CO-IDX TO WS-CO-FOUND
              END-IF
           END-PERFORM
           IF WS-CO-FOUND > ZERO
              IF WC-COMPANY (WS-CO-FOUND) = WS-PAY-COMPANY
                 MOVE WS-CO-FOUND TO WS-PAY-CO-IDX
              END-IF
           ELSE
              COMPUTE WS-CO-FOUND = WS-COMPANY-COUNT + 1
           END-IF
           IF WS-PAY-CO-IDX = ZERO
              IF WS-COMPANY-COUNT < 50
                 PERFORM SHIFT-COMPANY-ENTRY
                     VARYING WS-CO-SHIFT FROM WS-COMPANY-COUNT BY -1
                     UNTIL WS-CO-SHIFT < WS-CO-FOUND
                 ADD 1 TO WS-COMPANY-COUNT
                 MOVE WS-CO-FOUND    TO WS-PAY-CO-IDX
                 MOVE WS-PAY-COMPANY TO WC-COMPANY (WS-PAY-CO-IDX)
                 MOVE ZERO TO WC-TOTAL-DEBITS (WS-PAY-CO-IDX)
                 MOVE ZERO TO WC-TOTAL-CREDITS (WS-PAY-CO-IDX)
                 MOVE ZERO TO WC-CHECK-DEBITS (WS-PAY-CO-IDX)
                 MOVE ZERO TO WC-CHECK-CREDITS (WS-PAY-CO-IDX)
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF.

       SHIFT-COMPANY-ENTRY.
           MOVE WS-COMPANY-ENTRY (WS-CO-SHIFT)
             TO WS-COMPANY-ENTRY (WS-CO-SHIFT + 1).

      * Active distribution rows first, in sequence order, then the
      * home department with whatever share they leave.  Rows
      * totalling exactly 100 leave the home department nothing.
       BUILD-DISTRIBUTION.
           MOVE ZERO TO WS-DIST-COUNT
           MOVE ZERO TO WS-DIST-PERCENT
           IF WS-LABDIST-OPEN-SW = 'Y'
              MOVE 'N'    TO WS-DIST-EOF
              MOVE EMP-ID TO LD-EMP-ID
              MOVE ZERO   TO LD-SEQ
              START LABDIST-FILE
                  KEY IS NOT LESS THAN LABOR-DISTRIBUTION-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DIST-EOF
              END-START
              PERFORM READ-ONE-DISTRIBUTION UNTIL WS-DIST-EOF = 'Y'
           END-IF

           IF WS-DIST-PERCENT < 100
              ADD 1 TO WS-DIST-COUNT
              MOVE WS-HOME-DEPT TO WD-DEPT (WS-DIST-COUNT)
              COMPUTE WD-PERCENT (WS-DIST-COUNT) =
                  100 - WS-DIST-PERCENT
           END-IF.

       READ-ONE-DISTRIBUTION.
           READ LABDIST-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DIST-EOF
           NOT AT END
              IF LD-EMP-ID NOT = EMP-ID
                 MOVE 'Y' TO WS-DIST-EOF
              ELSE
                 IF LD-STATUS = 'A'
                    AND WS-DIST-COUNT < 10
                    AND WS-DIST-PERCENT + LD-PERCENT NOT > 100
                    ADD 1 TO WS-DIST-COUNT
                    MOVE LD-DEPT    TO WD-DEPT (WS-DIST-COUNT)
                    MOVE LD-PERCENT TO WD-PERCENT (WS-DIST-COUNT)
                    ADD LD-PERCENT  TO WS-DIST-PERCENT
                 END-IF
              END-IF
           END-READ.

      * Each department takes its rounded share; the last takes the
      * rest, so the pieces always add back to the whole expense.
       DISTRIBUTE-EXPENSE.
           MOVE WS-EXPENSE-AMOUNT TO WS-EXPENSE-LEFT
           MOVE 'D' TO WS-POST-SIDE
           PERFORM DISTRIBUTE-ONE-SHARE
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.

       DISTRIBUTE-ONE-SHARE.
           MOVE WD-DEPT (WS-DIST-IDX) TO WS-POST-QUALIFIER
           IF WS-DIST-IDX = WS-DIST-COUNT
              MOVE WS-EXPENSE-LEFT TO WS-POST-AMOUNT
           ELSE
              COMPUTE WS-POST-AMOUNT ROUNDED =
                  WS-EXPENSE-AMOUNT * WD-PERCENT (WS-DIST-IDX) / 100
              IF WS-POST-AMOUNT > WS-EXPENSE-LEFT
                 MOVE WS-EXPENSE-LEFT TO WS-POST-AMOUNT
              END-IF
           END-IF
           SUBTRACT WS-POST-AMOUNT FROM WS-EXPENSE-LEFT
           PERFORM POST-ENTRY.

      * One payable per itemized deduction code.  OTHER-DEDUCTIONS
      * not itemized on PAYDED.DAT (a record predating the detail)
      * posts to the deduction bucket's default account.
       JOURNAL-DEDUCTIONS.
           MOVE ZERO TO WS-ITEMIZED-DEDUCTIONS
           IF WS-PAYDED-OPEN-SW = 'Y'
              MOVE 'N'        TO WS-DED-EOF
              MOVE EMP-ID     TO PD-EMP-ID
              MOVE PAY-DATE   TO PD-PAY-DATE
              MOVE LOW-VALUES TO PD-CODE
              START PAYDED-FILE
                  KEY IS NOT LESS THAN PAY-DEDUCTION-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DED-EOF
              END-START
              PERFORM JOURNAL-ONE-DEDUCTION UNTIL WS-DED-EOF = 'Y'
           END-IF

           IF OTHER-DEDUCTIONS > WS-ITEMIZED-DEDUCTIONS
              COMPUTE WS-UNITEMIZED =
                  OTHER-DEDUCTIONS - WS-ITEMIZED-DEDUCTIONS
              MOVE 'DEDN'        TO WS-POST-BUCKET
              MOVE SPACES        TO WS-POST-QUALIFIER
              MOVE 'C'           TO WS-POST-SIDE
              MOVE WS-UNITEMIZED TO WS-POST-AMOUNT
              PERFORM POST-ENTRY
           END-IF.

       JOURNAL-ONE-DEDUCTION.
           READ PAYDED-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DED-EOF
           NOT AT END
              IF PD-EMP-ID = EMP-ID AND PD-PAY-DATE = PAY-DATE
                 IF PD-CODE (1:1) = 'L' AND PD-CODE (2:3) NUMERIC
                    MOVE 'LOAN'      TO WS-POST-BUCKET
                    MOVE "RECOVERED" TO WS-POST-QUALIFIER
                 ELSE
                    MOVE 'DEDN'  TO WS-POST-BUCKET
                    MOVE PD-CODE TO WS-POST-QUALIFIER
                 END-IF
                 MOVE 'C'       TO WS-POST-SIDE
                 MOVE PD-AMOUNT TO WS-POST-AMOUNT
                 PERFORM POST-ENTRY
                 ADD PD-AMOUNT  TO WS-ITEMIZED-DEDUCTIONS
              ELSE
                 MOVE 'Y' TO WS-DED-EOF
              END-IF
           END-READ.

      * A zero-gross paycheck paying out money is a loan
      * disbursement - each loan disbursed to the employee on this
      * date debits the receivable for its principal.  One with no
      * loan behind it stays unexplained and the journal will not
      * balance.
       JOURNAL-LOAN-DISBURSEMENT.
           MOVE 'N' TO WS-LOAN-EOF
           MOVE EMP-ID TO LN-EMP-ID
           MOVE ZERO   TO LN-LOAN-NO
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
              MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM JOURNAL-ONE-LOAN UNTIL WS-LOAN-EOF = 'Y'.

       JOURNAL-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-LOAN-EOF
           NOT AT END
              IF LN-EMP-ID NOT = EMP-ID
                 MOVE 'Y' TO WS-LOAN-EOF
              ELSE
                 IF LN-DISB-DATE = PAY-DATE
                    MOVE 'LOAN'       TO WS-POST-BUCKET
                    MOVE "DISBURSED"  TO WS-POST-QUALIFIER
                    MOVE 'D'          TO WS-POST-SIDE
                    MOVE LN-PRINCIPAL TO WS-POST-AMOUNT
                    PERFORM POST-ENTRY
                 END-IF
              END-IF
           END-READ.

      * The employer's own cost: expense by department against the
      * matching payable.
       JOURNAL-EMPLOYER-ACCRUAL.
           MOVE 'N' TO WS-ACC-FOUND-SW
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              MOVE EMP-ID   TO EA-EMP-ID
              MOVE PAY-DATE TO EA-PAY-DATE
              READ ACCRUAL-FILE
              INVALID KEY
                 MOVE 'N' TO WS-ACC-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ACC-FOUND-SW
              END-READ
           END-IF

           IF WS-ACC-FOUND-SW = 'Y'
              MOVE 'ERTX'          TO WS-POST-BUCKET
              MOVE EA-EMPLOYER-TAX TO WS-EXPENSE-AMOUNT
              PERFORM DISTRIBUTE-EXPENSE
              MOVE 'ERTL'          TO WS-POST-BUCKET
              MOVE SPACES          TO WS-POST-QUALIFIER
              MOVE 'C'             TO WS-POST-SIDE
              MOVE EA-EMPLOYER-TAX TO WS-POST-AMOUNT
              PERFORM POST-ENTRY

              MOVE 'ERMX'          TO WS-POST-BUCKET
              MOVE EA-MATCH-AMOUNT TO WS-EXPENSE-AMOUNT
              PERFORM DISTRIBUTE-EXPENSE
              MOVE 'ERML'          TO WS-POST-BUCKET
              MOVE SPACES          TO WS-POST-QUALIFIER
              MOVE 'C'             TO WS-POST-SIDE
              MOVE EA-MATCH-AMOUNT TO WS-POST-AMOUNT
              PERFORM POST-ENTRY
           END-IF.

      * Folds one posting into its company/bucket/qualifier summary
      * line, opening the line (and mapping its account) the first
      * time the combination is seen.
       POST-ENTRY.
           IF WS-POST-AMOUNT > ZERO
              MOVE ZERO TO WS-JRN-FOUND
              PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                  UNTIL WS-JRN-IDX > WS-JOURNAL-COUNT
                     OR WS-JRN-FOUND > ZERO
                 IF WJ-COMPANY (WS-JRN-IDX) = WS-PAY-COMPANY
                    AND WJ-BUCKET (WS-JRN-IDX) = WS-POST-BUCKET
                    AND WJ-QUALIFIER (WS-JRN-IDX) = WS-POST-QUALIFIER
                    MOVE WS-JRN-IDX TO WS-JRN-FOUND
                 END-IF
              END-PERFORM
              IF WS-JRN-FOUND = ZERO
                 IF WS-JOURNAL-COUNT < 300
                    ADD 1 TO WS-JOURNAL-COUNT
                    MOVE WS-JOURNAL-COUNT TO WS-JRN-FOUND
                    PERFORM LOOKUP-ACCOUNT
                    MOVE WS-PAY-COMPANY
                         TO WJ-COMPANY (WS-JRN-FOUND)
                    MOVE WS-POST-BUCKET
                         TO WJ-BUCKET (WS-JRN-FOUND)
                    MOVE WS-POST-QUALIFIER
                         TO WJ-QUALIFIER (WS-JRN-FOUND)
                    MOVE WS-MAPPED-ACCOUNT
                         TO WJ-ACCOUNT (WS-JRN-FOUND)
                    MOVE WS-POST-SIDE
                         TO WJ-SIDE (WS-JRN-FOUND)
                    MOVE ZERO TO WJ-AMOUNT (WS-JRN-FOUND)
                 ELSE
                    MOVE 'Y' TO WS-TABLE-FULL-SW
                 END-IF
              END-IF
              IF WS-JRN-FOUND > ZERO
                 ADD WS-POST-AMOUNT TO WJ-AMOUNT (WS-JRN-FOUND)
              END-IF
              IF WS-POST-SIDE = 'D'
                 ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
              ELSE
                 ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
              END-IF
              IF WS-PAY-CO-IDX > ZERO
                 IF WS-POST-SIDE = 'D'
                    ADD WS-POST-AMOUNT
                        TO WC-TOTAL-DEBITS (WS-PAY-CO-IDX)
                 ELSE
                    ADD WS-POST-AMOUNT
                        TO WC-TOTAL-CREDITS (WS-PAY-CO-IDX)
                 END-IF
              END-IF
           END-IF.

      * The row for the exact bucket/qualifier wins; failing that the
      * bucket's blank-qualifier default.  A bucket with neither is
      * booked to no account and holds the journal.
       LOOKUP-ACCOUNT.
           MOVE SPACES TO WS-MAPPED-ACCOUNT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-GLMAP-COUNT
              IF WM-BUCKET (WS-MAP-IDX) = WS-POST-BUCKET
                 AND WM-QUALIFIER (WS-MAP-IDX) = SPACES
                 MOVE WM-ACCOUNT (WS-MAP-IDX) TO WS-MAPPED-ACCOUNT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-GLMAP-COUNT
              IF WM-BUCKET (WS-MAP-IDX) = WS-POST-BUCKET
                 AND WM-QUALIFIER (WS-MAP-IDX) = WS-POST-QUALIFIER
                 MOVE WM-ACCOUNT (WS-MAP-IDX) TO WS-MAPPED-ACCOUNT
              END-IF
           END-PERFORM.

       WRITE-JOURNAL.
           MOVE WS-PAY-DATE TO WH-PAY-DATE
           MOVE WS-JOURNAL-HEADER TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           PERFORM WRITE-COMPANY-JOURNAL
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT.

      * One company's section - headed and closed with its own totals
      * only when there is more than the one employer to tell apart.
       WRITE-COMPANY-JOURNAL.
           IF WS-COMPANY-OPEN-SW = 'Y'
              MOVE WC-COMPANY (WS-CO-IDX) TO CO-CODE
              READ COMPANY-FILE
              INVALID KEY
                 MOVE "NOT ON COMPANY MASTER" TO WCH-COMPANY-NAME
              NOT INVALID KEY
                 MOVE CO-LEGAL-NAME TO WCH-COMPANY-NAME
              END-READ
              MOVE WC-COMPANY (WS-CO-IDX) TO WCH-COMPANY
              MOVE WS-COMPANY-HEADER TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
           END-IF
           PERFORM WRITE-COMPANY-LINE
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JOURNAL-COUNT
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM BALANCE-COMPANY
           END-IF.

       WRITE-COMPANY-LINE.
           IF WJ-COMPANY (WS-JRN-IDX) = WC-COMPANY (WS-CO-IDX)
              PERFORM WRITE-JOURNAL-LINE
           END-IF.

      * A company nets to zero on its own written lines, and they
      * agree with what was posted to it, or the journal is held.
       BALANCE-COMPANY.
           MOVE WC-CHECK-DEBITS (WS-CO-IDX)  TO WCT-DEBITS
           MOVE WS-CO-DEBIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           MOVE WC-CHECK-CREDITS (WS-CO-IDX) TO WCT-CREDITS
           MOVE WS-CO-CREDIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF WC-CHECK-DEBITS (WS-CO-IDX)
                 NOT = WC-CHECK-CREDITS (WS-CO-IDX)
              OR WC-CHECK-DEBITS (WS-CO-IDX)
                 NOT = WC-TOTAL-DEBITS (WS-CO-IDX)
              OR WC-CHECK-CREDITS (WS-CO-IDX)
                 NOT = WC-TOTAL-CREDITS (WS-CO-IDX)
              MOVE 'Y' TO WS-CO-UNBALANCED-SW
              MOVE WC-COMPANY (WS-CO-IDX) TO WCU-COMPANY
              MOVE WS-CO-UNBALANCED-LINE TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
              MOVE WS-CO-UNBALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE WC-COMPANY (WS-CO-IDX) TO WCB-COMPANY
              MOVE WS-CO-BALANCED-LINE TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
              MOVE WS-CO-BALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       WRITE-JOURNAL-LINE.
           IF WJ-ACCOUNT (WS-JRN-IDX) = SPACES
              MOVE "*UNMAPPED*" TO WL-ACCOUNT
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE WJ-BUCKET (WS-JRN-IDX)    TO WU-BUCKET
              MOVE WJ-QUALIFIER (WS-JRN-IDX) TO WU-QUALIFIER
              MOVE WS-UNMAPPED-DETAIL TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE WJ-ACCOUNT (WS-JRN-IDX) TO WL-ACCOUNT
           END-IF
           IF WJ-SIDE (WS-JRN-IDX) = 'D'
              MOVE "DR" TO WL-SIDE
           ELSE
              MOVE "CR" TO WL-SIDE
           END-IF
           MOVE WJ-AMOUNT (WS-JRN-IDX)    TO WL-AMOUNT
           MOVE WJ-BUCKET (WS-JRN-IDX)    TO WL-BUCKET
           MOVE WJ-QUALIFIER (WS-JRN-IDX) TO WL-QUALIFIER
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-LINES-WRITTEN

      * Re-added from the line as written, not from the working
      * totals - this is the figure the balance check trusts.
           IF WL-SIDE = "DR"
              ADD WL-AMOUNT TO WS-CHECK-DEBITS
              ADD WL-AMOUNT TO WC-CHECK-DEBITS (WS-CO-IDX)
           ELSE
              ADD WL-AMOUNT TO WS-CHECK-CREDITS
              ADD WL-AMOUNT TO WC-CHECK-CREDITS (WS-CO-IDX)
           END-IF.

      * Released only when the written lines net to zero, agree with
      * the postings, and every line found an account - and, with
      * several companies, only when each company balanced too.
       BALANCE-AND-TOTAL.
           MOVE WS-CHECK-DEBITS  TO WT-DEBITS
           MOVE WS-DEBIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           MOVE WS-CHECK-CREDITS TO WT-CREDITS
           MOVE WS-CREDIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD

           IF WS-TABLE-FULL-SW = 'Y'
              MOVE WS-TABLE-FULL-LINE TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
              MOVE WS-TABLE-FULL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              IF WS-CHECK-DEBITS NOT = WS-CHECK-CREDITS
                 OR WS-CHECK-DEBITS NOT = WS-TOTAL-DEBITS
                 OR WS-CHECK-CREDITS NOT = WS-TOTAL-CREDITS
                 OR WS-CO-UNBALANCED-SW = 'Y'
                 MOVE WS-UNBALANCED-LINE TO JOURNAL-RECORD
                 WRITE JOURNAL-RECORD
                 MOVE WS-UNBALANCED-LINE TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
              ELSE
                 IF WS-UNMAPPED-COUNT > ZERO
                    MOVE WS-UNMAPPED-LINE TO JOURNAL-RECORD
                    WRITE JOURNAL-RECORD
                    MOVE WS-UNMAPPED-LINE TO OUTPUT-RECORD
                    WRITE OUTPUT-RECORD
                 ELSE
                    MOVE WS-BALANCED-LINE TO JOURNAL-RECORD
                    WRITE JOURNAL-RECORD
                    MOVE WS-BALANCED-LINE TO OUTPUT-RECORD
                    WRITE OUTPUT-RECORD
                 END-IF
              END-IF
           END-IF.

       WRITE-SUMMARY.
           MOVE WS-CHECKS-READ TO WS1-COUNT
           MOVE WS-SUMMARY-LINE-1 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-CHECKS-VOIDED TO WS2-COUNT
           MOVE WS-SUMMARY-LINE-2 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-LINES-WRITTEN TO WS3-COUNT
           MOVE WS-SUMMARY-LINE-3 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-UNMAPPED-COUNT TO WS4-COUNT
           MOVE WS-SUMMARY-LINE-4 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CALENDAR-FILE
           IF WS-PAYDED-OPEN-SW = 'Y'
              CLOSE PAYDED-FILE
           END-IF
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              CLOSE ACCRUAL-FILE
           END-IF
           IF WS-LABDIST-OPEN-SW = 'Y'
              CLOSE LABDIST-FILE
           END-IF
           IF WS-LOAN-OPEN-SW = 'Y'
              CLOSE LOAN-FILE
           END-IF
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM GLJRNL.
