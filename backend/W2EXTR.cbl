      * with any wages in the year (followed by one '3' jurisdiction
      * record per code when the employee was withheld for more than
      * one jurisdiction in the year), and a '9' trailer carrying
      * the employee count and company totals.  Taxable wages -
      * gross less the pre-tax deductions - ride every record apart
      * from gross: federal taxable and jurisdiction taxable on the
      * '2' detail and trailer, each code's own taxable wages on its
      * '3' record.
      *
      * Before the file is released the trailer totals are balanced
      * against the sum of the detail records as written; a mismatch
      * calendar (CAL-STATUS 'X'), after which PAYCALC refuses to
      * post any PAY-DATE into it.  W2EXTR.OUT carries the run
      * report.
      *
      * When COMPANY.DAT is in use each company reports the wages it
      * paid under its own tax ID: the year is sorted by company,
      * employee and pay date, and each company's '2'/'3' records
      * sit between a '5' employer record (code, legal name, tax ID)
      * and a '7' employer total laid out like the '9' trailer.  An
      * employee who moved between companies in the year gets a '2'
      * detail under each, with the wages each company paid.  A
      * paycheck goes with the company it was paid under
      * (PAY-COMPANY, or the employee's current company on a
      * paycheck posted before companies were kept).  Every company
      * is balanced on its own as well as the whole file; the year
      * closes only when all of them balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CAL-PAY-DATE
               FILE STATUS IS CAL-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "W2EXTR.WRK".

           SELECT CONTROL-FILE ASSIGN TO "W2EXTR.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD CALENDAR-FILE.
       COPY PAYCALRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-COMPANY           PIC X(4).
          05 SRT-EMP-ID            PIC X(10).
          05 SRT-PAY-DATE          PIC X(10).
          05 SRT-GROSS-PAY         PIC 9(7)V99.
          05 SRT-TAX-AMOUNT        PIC 9(7)V99.
          05 SRT-JUR-CODE          PIC X(4).
          05 SRT-JUR-TAX-AMOUNT    PIC 9(7)V99.
          05 SRT-NET-PAY           PIC 9(7)V99.
          05 SRT-TAXABLE-WAGES     PIC 9(7)V99.
          05 SRT-JUR-TAXABLE-WAGES PIC 9(7)V99.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 WX-YEAR              PIC X(4).

       FD WAGE-FILE.
       01 WAGE-RECORD              PIC X(120).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(80).
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 CAL-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 WS-FIRST-RECORD-SW       PIC X       VALUE 'Y'.
       01 WS-PAY-COMPANY           PIC X(4)    VALUE SPACES.
       01 WS-CURRENT-COMPANY       PIC X(4)    VALUE SPACES.
       01 WS-BALANCED-SW           PIC X       VALUE 'Y'.

      * Control-break state for the employee being totalled
       01 WS-CURRENT-EMP           PIC X(10)   VALUE SPACES.
       01 WS-EMP-TAX               PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-JUR-TAX           PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-NET               PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-TAXABLE           PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-JUR-TAXABLE       PIC 9(9)V99 VALUE ZERO.

      * One bucket per distinct jurisdiction the employee was
      * withheld for in the year - a mid-year move must not file
          05 WS-EMP-JUR-ENTRY OCCURS 4 TIMES.
             10 WEJ-CODE          PIC X(4).
             10 WEJ-AMOUNT        PIC 9(9)V99.
             10 WEJ-WAGES         PIC 9(9)V99.
       01 WS-EMP-JUR-COUNT         PIC 9(2)    COMP VALUE ZERO.
       01 WS-EJ-IDX                PIC 9(2)    COMP.
       01 WS-EJ-HIT-SW             PIC X       VALUE 'N'.
       01 WS-GRAND-TAX             PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-JUR-TAX         PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-NET             PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-TAXABLE         PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-JUR-TAXABLE     PIC 9(11)V99 VALUE ZERO.

      * The same totals re-added from the detail records as written -
      * the trailer is only released when the two agree.
       01 WS-CHECK-TAX             PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-JUR-TAX         PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-NET             PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-TAXABLE         PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-JUR-TAXABLE     PIC 9(11)V99 VALUE ZERO.

      * One employer's totals, both ways, for its '7' record.
       01 WS-CO-EMP-COUNT          PIC 9(7)    COMP VALUE ZERO.
       01 WS-CO-GROSS              PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-TAX                PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-JUR-TAX            PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-NET                PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-TAXABLE            PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-JUR-TAXABLE        PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-EMP-COUNT    PIC 9(7)    COMP VALUE ZERO.
       01 WS-CO-CHECK-GROSS        PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-TAX          PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-JUR-TAX      PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-NET          PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-TAXABLE      PIC 9(11)V99 VALUE ZERO.
       01 WS-CO-CHECK-JUR-TAXABLE  PIC 9(11)V99 VALUE ZERO.

       01 WS-PERIODS-CLOSED        PIC 9(5)    COMP VALUE ZERO.

          05 FILLER                 PIC X(30) VALUE
             "PAYROLL SYSTEM MANAGEMENT".

       01 WAGE-EMPLOYER-REC.
          05 FILLER                PIC X(1)  VALUE "5".
          05 WE-COMPANY             PIC X(4).
          05 WE-LEGAL-NAME           PIC X(40).
          05 WE-TAX-ID                PIC X(10).

       01 WAGE-DETAIL-REC.
          05 FILLER                PIC X(1)  VALUE "2".
          05 WD-EMP-ID              PIC X(10).
          05 WD-JUR-CODE                PIC X(4).
          05 WD-JUR-TAX                  PIC 9(9)V99.
          05 WD-NET                       PIC 9(9)V99.
          05 WD-TAXABLE                    PIC 9(9)V99.
          05 WD-JUR-TAXABLE                 PIC 9(9)V99.

       01 WAGE-JURIS-REC.
          05 FILLER                PIC X(1)  VALUE "3".
          05 WJ-EMP-ID              PIC X(10).
          05 WJ-JUR-CODE             PIC X(4).
          05 WJ-JUR-TAX               PIC 9(9)V99.
          05 WJ-JUR-WAGES              PIC 9(9)V99.

       01 WAGE-TRAILER-REC.
          05 FILLER                PIC X(1)  VALUE "9".
          05 WT-TAX                   PIC 9(11)V99.
          05 WT-JUR-TAX                PIC 9(11)V99.
          05 WT-NET                     PIC 9(11)V99.
          05 WT-TAXABLE                  PIC 9(11)V99.
          05 WT-JUR-TAXABLE               PIC 9(11)V99.

       01 WAGE-EMPLOYER-TOTAL-REC.
          05 FILLER                PIC X(1)  VALUE "7".
          05 WM-COMPANY             PIC X(4).
          05 WM-EMP-COUNT            PIC 9(7).
          05 WM-GROSS                 PIC 9(11)V99.
          05 WM-TAX                    PIC 9(11)V99.
          05 WM-JUR-TAX                 PIC 9(11)V99.
          05 WM-NET                      PIC 9(11)V99.
          05 WM-TAXABLE                   PIC 9(11)V99.
          05 WM-JUR-TAXABLE                PIC 9(11)V99.

       01 WS-COMPANY-REPORT-LINE.
          05 FILLER                PIC X(8)  VALUE "COMPANY ".
          05 WRC-COMPANY            PIC X(4).
          05 FILLER                 PIC X(12) VALUE " EMPLOYEES: ".
          05 WRC-COUNT               PIC ZZZZZZ9.
          05 FILLER                  PIC X(8)  VALUE " GROSS: ".
          05 WRC-GROSS                PIC Z(10)9.99.

       01 WS-CO-UNBALANCED-LINE.
          05 FILLER                PIC X(12) VALUE "*** COMPANY ".
          05 WRU-COMPANY            PIC X(4).
          05 FILLER                 PIC X(16) VALUE
             " OUT OF BALANCE".

       01 WS-REPORT-LINE-1.
          05 FILLER                PIC X(20) VALUE
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-WAGE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COMPANY SRT-EMP-ID SRT-PAY-DATE
               INPUT PROCEDURE IS SELECT-YEAR-WAGES
               OUTPUT PROCEDURE IS EXTRACT-BY-EMPLOYER
           PERFORM BALANCE-AND-RELEASE
           PERFORM CLOSE-FILES
           STOP RUN.
                  CAL-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - no '5'/'7' records.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'W2EXTR  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT WAGE-FILE
           OPEN OUTPUT OUTPUT-FILE.

           MOVE WAGE-HEADER-REC TO WAGE-RECORD
           WRITE WAGE-RECORD.

      * Every paycheck of the year goes to the sort with the company
      * it was paid under; voided records stay out of the figures.
       SELECT-YEAR-WAGES.
           PERFORM SELECT-ONE-PAYCHECK UNTIL WS-END-OF-FILE = 'Y'.

       SELECT-ONE-PAYCHECK.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE (1:4) = WS-YEAR AND PAY-STATUS NOT = 'V'
                 PERFORM SETTLE-LEGACY-WAGES
                 PERFORM RESOLVE-PAY-COMPANY
                 MOVE WS-PAY-COMPANY    TO SRT-COMPANY
                 MOVE EMP-ID            TO SRT-EMP-ID
                 MOVE PAY-DATE          TO SRT-PAY-DATE
                 MOVE GROSS-PAY         TO SRT-GROSS-PAY
                 MOVE TAX-AMOUNT        TO SRT-TAX-AMOUNT
                 MOVE JUR-CODE          TO SRT-JUR-CODE
                 MOVE JUR-TAX-AMOUNT    TO SRT-JUR-TAX-AMOUNT
                 MOVE NET-PAY           TO SRT-NET-PAY
                 MOVE TAXABLE-WAGES     TO SRT-TAXABLE-WAGES
                 MOVE JUR-TAXABLE-WAGES TO SRT-JUR-TAXABLE-WAGES
                 RELEASE SORT-RECORD
              END-IF
           END-READ.

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

      * A paycheck posted before companies were kept takes the
      * employee's current company.
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

       EXTRACT-BY-EMPLOYER.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM EXTRACT-WAGES UNTIL WS-SORT-EOF = 'Y'
           IF WS-CURRENT-EMP NOT = SPACES
              PERFORM END-OF-EMPLOYEE
           END-IF
           IF WS-FIRST-RECORD-SW = 'N'
              AND WS-COMPANY-OPEN-SW = 'Y'
              PERFORM END-OF-COMPANY
           END-IF.

      * The sort delivers company/EMP-ID/PAY-DATE order, so one pass
      * breaks cleanly on company and then on EMP-ID.
       EXTRACT-WAGES.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF WS-COMPANY-OPEN-SW = 'Y'
                 IF WS-FIRST-RECORD-SW = 'Y'
                    PERFORM START-COMPANY
                 ELSE
                    IF SRT-COMPANY NOT = WS-CURRENT-COMPANY
                       PERFORM END-OF-EMPLOYEE
                       PERFORM END-OF-COMPANY
                       PERFORM START-COMPANY
                    END-IF
                 END-IF
              END-IF
              MOVE 'N' TO WS-FIRST-RECORD-SW
              IF SRT-EMP-ID NOT = WS-CURRENT-EMP
                 IF WS-CURRENT-EMP NOT = SPACES
                    PERFORM END-OF-EMPLOYEE
                 END-IF
                 MOVE SRT-EMP-ID TO WS-CURRENT-EMP
                 MOVE ZERO   TO WS-EMP-PERIODS
                 MOVE ZERO   TO WS-EMP-GROSS
                 MOVE ZERO   TO WS-EMP-TAX
                 MOVE ZERO   TO WS-EMP-JUR-TAX
                 MOVE ZERO   TO WS-EMP-JUR-COUNT
                 MOVE ZERO   TO WS-EMP-NET
                 MOVE ZERO   TO WS-EMP-TAXABLE
                 MOVE ZERO   TO WS-EMP-JUR-TAXABLE
              END-IF
              ADD 1                  TO WS-EMP-PERIODS
              ADD SRT-GROSS-PAY      TO WS-EMP-GROSS
              ADD SRT-TAX-AMOUNT     TO WS-EMP-TAX
              ADD SRT-JUR-TAX-AMOUNT TO WS-EMP-JUR-TAX
              ADD SRT-NET-PAY        TO WS-EMP-NET
              ADD SRT-TAXABLE-WAGES  TO WS-EMP-TAXABLE
              ADD SRT-JUR-TAXABLE-WAGES TO WS-EMP-JUR-TAXABLE
              IF SRT-JUR-CODE NOT = SPACES
                 PERFORM ADD-EMP-JUR-BUCKET
              END-IF
           END-RETURN.

       END-OF-EMPLOYEE.
           IF WS-EMP-PERIODS > ZERO
              PERFORM WRITE-WAGE-DETAIL
           END-IF.

      * Each employer's records open with its name and tax ID; a
      * code not on the master says so and carries no tax ID.
       START-COMPANY.
           MOVE SRT-COMPANY TO WS-CURRENT-COMPANY
           MOVE SRT-COMPANY TO CO-CODE
           READ COMPANY-FILE
           INVALID KEY
              MOVE "NOT ON COMPANY MASTER" TO WE-LEGAL-NAME
              MOVE SPACES                  TO WE-TAX-ID
           NOT INVALID KEY
              MOVE CO-LEGAL-NAME TO WE-LEGAL-NAME
              MOVE CO-TAX-ID     TO WE-TAX-ID
           END-READ
           MOVE SRT-COMPANY TO WE-COMPANY
           MOVE WAGE-EMPLOYER-REC TO WAGE-RECORD
           WRITE WAGE-RECORD
           MOVE SPACES TO WS-CURRENT-EMP
           MOVE ZERO TO WS-CO-EMP-COUNT
           MOVE ZERO TO WS-CO-GROSS
           MOVE ZERO TO WS-CO-TAX
           MOVE ZERO TO WS-CO-JUR-TAX
           MOVE ZERO TO WS-CO-NET
           MOVE ZERO TO WS-CO-TAXABLE
           MOVE ZERO TO WS-CO-JUR-TAXABLE
           MOVE ZERO TO WS-CO-CHECK-EMP-COUNT
           MOVE ZERO TO WS-CO-CHECK-GROSS
           MOVE ZERO TO WS-CO-CHECK-TAX
           MOVE ZERO TO WS-CO-CHECK-JUR-TAX
           MOVE ZERO TO WS-CO-CHECK-NET
           MOVE ZERO TO WS-CO-CHECK-TAXABLE
           MOVE ZERO TO WS-CO-CHECK-JUR-TAXABLE.

      * The employer total goes out under the same rule as the
      * trailer: only when it balances to the employer's details.
      * An employer out of balance holds the year open.
       END-OF-COMPANY.
           IF WS-CO-EMP-COUNT = WS-CO-CHECK-EMP-COUNT
              AND WS-CO-GROSS = WS-CO-CHECK-GROSS
              AND WS-CO-TAX = WS-CO-CHECK-TAX
              AND WS-CO-JUR-TAX = WS-CO-CHECK-JUR-TAX
              AND WS-CO-NET = WS-CO-CHECK-NET
              AND WS-CO-TAXABLE = WS-CO-CHECK-TAXABLE
              AND WS-CO-JUR-TAXABLE = WS-CO-CHECK-JUR-TAXABLE
              MOVE WS-CURRENT-COMPANY TO WM-COMPANY
              MOVE WS-CO-EMP-COUNT    TO WM-EMP-COUNT
              MOVE WS-CO-GROSS        TO WM-GROSS
              MOVE WS-CO-TAX          TO WM-TAX
              MOVE WS-CO-JUR-TAX      TO WM-JUR-TAX
              MOVE WS-CO-NET          TO WM-NET
              MOVE WS-CO-TAXABLE      TO WM-TAXABLE
              MOVE WS-CO-JUR-TAXABLE  TO WM-JUR-TAXABLE
              MOVE WAGE-EMPLOYER-TOTAL-REC TO WAGE-RECORD
              WRITE WAGE-RECORD
              MOVE WS-CURRENT-COMPANY TO WRC-COMPANY
              MOVE WS-CO-EMP-COUNT    TO WRC-COUNT
              MOVE WS-CO-GROSS        TO WRC-GROSS
              MOVE WS-COMPANY-REPORT-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE 'N' TO WS-BALANCED-SW
              MOVE WS-CURRENT-COMPANY TO WRU-COMPANY
              MOVE WS-CO-UNBALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       ADD-EMP-JUR-BUCKET.
           MOVE 'N' TO WS-EJ-HIT-SW
           PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                   UNTIL WS-EJ-IDX > WS-EMP-JUR-COUNT
              IF WEJ-CODE (WS-EJ-IDX) = SRT-JUR-CODE
                 ADD SRT-JUR-TAX-AMOUNT TO WEJ-AMOUNT (WS-EJ-IDX)
                 ADD SRT-JUR-TAXABLE-WAGES TO WEJ-WAGES (WS-EJ-IDX)
                 MOVE 'Y' TO WS-EJ-HIT-SW
              END-IF
           END-PERFORM
           IF WS-EJ-HIT-SW = 'N'
              IF WS-EMP-JUR-COUNT < 4
                 ADD 1 TO WS-EMP-JUR-COUNT
                 MOVE SRT-JUR-CODE TO WEJ-CODE (WS-EMP-JUR-COUNT)
                 MOVE SRT-JUR-TAX-AMOUNT
                      TO WEJ-AMOUNT (WS-EMP-JUR-COUNT)
                 MOVE SRT-JUR-TAXABLE-WAGES
                      TO WEJ-WAGES (WS-EMP-JUR-COUNT)
              ELSE
                 MOVE "*OVF" TO WEJ-CODE (4)
                 ADD SRT-JUR-TAX-AMOUNT TO WEJ-AMOUNT (4)
                 ADD SRT-JUR-TAXABLE-WAGES TO WEJ-WAGES (4)
              END-IF
           END-IF.

           END-EVALUATE
           MOVE WS-EMP-JUR-TAX   TO WD-JUR-TAX
           MOVE WS-EMP-NET       TO WD-NET
           MOVE WS-EMP-TAXABLE   TO WD-TAXABLE
           MOVE WS-EMP-JUR-TAXABLE TO WD-JUR-TAXABLE
           MOVE WAGE-DETAIL-REC TO WAGE-RECORD
           WRITE WAGE-RECORD

           ADD WS-EMP-TAX     TO WS-GRAND-TAX
           ADD WS-EMP-JUR-TAX TO WS-GRAND-JUR-TAX
           ADD WS-EMP-NET     TO WS-GRAND-NET
           ADD WS-EMP-TAXABLE TO WS-GRAND-TAXABLE
           ADD WS-EMP-JUR-TAXABLE TO WS-GRAND-JUR-TAXABLE
           ADD 1              TO WS-CO-EMP-COUNT
           ADD WS-EMP-GROSS   TO WS-CO-GROSS
           ADD WS-EMP-TAX     TO WS-CO-TAX
           ADD WS-EMP-JUR-TAX TO WS-CO-JUR-TAX
           ADD WS-EMP-NET     TO WS-CO-NET
           ADD WS-EMP-TAXABLE TO WS-CO-TAXABLE
           ADD WS-EMP-JUR-TAXABLE TO WS-CO-JUR-TAXABLE

      * Re-added from the detail fields as written, not from the
      * working totals - this is the figure the balance check trusts.
           ADD WD-GROSS   TO WS-CHECK-GROSS
           ADD WD-TAX     TO WS-CHECK-TAX
           ADD WD-JUR-TAX TO WS-CHECK-JUR-TAX
           ADD WD-NET     TO WS-CHECK-NET
           ADD WD-TAXABLE TO WS-CHECK-TAXABLE
           ADD WD-JUR-TAXABLE TO WS-CHECK-JUR-TAXABLE
           ADD 1          TO WS-CO-CHECK-EMP-COUNT
           ADD WD-GROSS   TO WS-CO-CHECK-GROSS
           ADD WD-TAX     TO WS-CO-CHECK-TAX
           ADD WD-JUR-TAX TO WS-CO-CHECK-JUR-TAX
           ADD WD-NET     TO WS-CO-CHECK-NET
           ADD WD-TAXABLE TO WS-CO-CHECK-TAXABLE
           ADD WD-JUR-TAXABLE TO WS-CO-CHECK-JUR-TAXABLE.

       WRITE-ONE-JURIS-REC.
           MOVE WS-CURRENT-EMP         TO WJ-EMP-ID
           MOVE WEJ-CODE (WS-EJ-IDX)   TO WJ-JUR-CODE
           MOVE WEJ-AMOUNT (WS-EJ-IDX) TO WJ-JUR-TAX
           MOVE WEJ-WAGES (WS-EJ-IDX)  TO WJ-JUR-WAGES
           MOVE WAGE-JURIS-REC TO WAGE-RECORD
           WRITE WAGE-RECORD.

      * The trailer goes out, and the year closes, only when the
      * company totals balance to the sum of the per-employee detail
      * and every employer balanced on its own.
       BALANCE-AND-RELEASE.
           IF WS-GRAND-EMP-COUNT = WS-CHECK-EMP-COUNT
              AND WS-BALANCED-SW = 'Y'
              AND WS-GRAND-GROSS = WS-CHECK-GROSS
              AND WS-GRAND-TAX = WS-CHECK-TAX
              AND WS-GRAND-JUR-TAX = WS-CHECK-JUR-TAX
              AND WS-GRAND-NET = WS-CHECK-NET
              AND WS-GRAND-TAXABLE = WS-CHECK-TAXABLE
              AND WS-GRAND-JUR-TAXABLE = WS-CHECK-JUR-TAXABLE
              MOVE WS-GRAND-EMP-COUNT TO WT-EMP-COUNT
              MOVE WS-GRAND-GROSS     TO WT-GROSS
              MOVE WS-GRAND-TAX       TO WT-TAX
              MOVE WS-GRAND-JUR-TAX   TO WT-JUR-TAX
              MOVE WS-GRAND-NET       TO WT-NET
              MOVE WS-GRAND-TAXABLE   TO WT-TAXABLE
              MOVE WS-GRAND-JUR-TAXABLE TO WT-JUR-TAXABLE
              MOVE WAGE-TRAILER-REC TO WAGE-RECORD
              WRITE WAGE-RECORD
              PERFORM CLOSE-THE-YEAR
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CALENDAR-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE WAGE-FILE
           CLOSE OUTPUT-FILE.

