
      * Company-wide payroll register for GL posting.  Reads every
      * PAYROLL-RECORD dated PAYREG.IN's PAY-DATE, sorts them into
      * company/department/EMP-ID sequence (department looked up off
      * EMPLOYEE.DAT) and prints BASIC-PAY, OVERTIME-PAY, BONUS-PAY,
      * TAX-AMOUNT, OTHER-DEDUCTIONS and NET-PAY for each employee,
      * with a department subtotal line and a company grand total.
      *
      * OTHER is the rest of gross - the taxable coded earnings off
      * EARNCODE.DAT codes - so the earnings columns always add up to
      * GROSS-PAY.  Under each employee the coded earnings rows on
      * PAYEARN.DAT print by code (non-taxable ones flagged; they are
      * in NET-PAY but not in gross), and the register ends with an
      * earnings-by-code summary of the whole pay date.
      *
      * When COMPANY.DAT is in use the register is broken by company
      * first: each company's departments print under a header with
      * its legal name and close with a company total, and a PAYREG
      * control total record is written per company besides the
      * grand record, so BALCHK can prove each company on its own.
      * A paycheck goes with the company it was paid under
      * (PAY-COMPANY, or the employee's current company on a
      * paycheck posted before companies were kept).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CONTROL-TOTAL-KEY
               FILE STATUS IS TOT-FILE-STATUS.

           SELECT PAYEARN-FILE ASSIGN TO "PAYEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EARNINGS-KEY
               FILE STATUS IS PEN-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "PAYREG.WRK".

           SELECT CONTROL-FILE ASSIGN TO "PAYREG.IN"
       FD CTLTOT-FILE.
       COPY CTLTOTRC.

       FD PAYEARN-FILE.
       COPY PAYERNRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-COMPANY           PIC X(4).
          05 SRT-DEPT              PIC X(20).
          05 SRT-ID                PIC X(10).
          05 SRT-NAME              PIC X(50).
          05 SRT-BASIC-PAY         PIC 9(7)V99.
          05 SRT-OVERTIME-PAY      PIC 9(7)V99.
          05 SRT-BONUS-PAY         PIC 9(7)V99.
          05 SRT-OTHER-EARN        PIC 9(7)V99.
          05 SRT-TAX-AMOUNT        PIC 9(7)V99.
          05 SRT-OTHER-DEDUCTIONS  PIC 9(7)V99.
          05 SRT-NET-PAY           PIC 9(7)V99.
       01 EMP-FILE-STATUS          PIC XX.
       01 CAL-FILE-STATUS          PIC XX.
       01 TOT-FILE-STATUS          PIC XX.
       01 PEN-FILE-STATUS          PIC XX.
       01 WS-PAYEARN-OPEN-SW       PIC X       VALUE 'N'.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-PAY-COMPANY           PIC X(4)    VALUE SPACES.
       01 WS-CURRENT-COMPANY       PIC X(4)    VALUE SPACES.
       01 WS-CO-COUNT              PIC 9(5)    COMP VALUE ZERO.
       01 WS-CO-NET-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-EARN-EOF              PIC X       VALUE 'N'.
       01 WS-CODE-FOUND-SW         PIC X       VALUE 'N'.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-CTL-GROSS             PIC 9(11)V99 VALUE ZERO.
       01 WS-PERIOD-FOUND-SW       PIC X       VALUE 'N'.
          05 WS-DEPT-BASIC-PAY     PIC 9(9)V99 VALUE ZERO.
          05 WS-DEPT-OVERTIME-PAY  PIC 9(9)V99 VALUE ZERO.
          05 WS-DEPT-BONUS-PAY     PIC 9(9)V99 VALUE ZERO.
          05 WS-DEPT-OTHER-EARN    PIC 9(9)V99 VALUE ZERO.
          05 WS-DEPT-TAX-AMOUNT    PIC 9(9)V99 VALUE ZERO.
          05 WS-DEPT-OTHER-DEDUCT  PIC 9(9)V99 VALUE ZERO.

       01 WS-CO-TOTALS.
          05 WS-CO-BASIC-PAY       PIC 9(9)V99 VALUE ZERO.
          05 WS-CO-OVERTIME-PAY    PIC 9(9)V99 VALUE ZERO.
          05 WS-CO-BONUS-PAY       PIC 9(9)V99 VALUE ZERO.
          05 WS-CO-OTHER-EARN      PIC 9(9)V99 VALUE ZERO.
          05 WS-CO-TAX-AMOUNT      PIC 9(9)V99 VALUE ZERO.
          05 WS-CO-OTHER-DEDUCT    PIC 9(9)V99 VALUE ZERO.

       01 WS-GRAND-TOTALS.
          05 WS-GRAND-BASIC-PAY    PIC 9(9)V99 VALUE ZERO.
          05 WS-GRAND-OVERTIME-PAY PIC 9(9)V99 VALUE ZERO.
          05 WS-GRAND-BONUS-PAY    PIC 9(9)V99 VALUE ZERO.
          05 WS-GRAND-OTHER-EARN   PIC 9(9)V99 VALUE ZERO.
          05 WS-GRAND-TAX-AMOUNT   PIC 9(9)V99 VALUE ZERO.
          05 WS-GRAND-OTHER-DEDUCT PIC 9(9)V99 VALUE ZERO.

      * Earnings by code across the whole pay date
       01 WS-CODE-TOTAL-TABLE.
          05 WS-CODE-TOTAL OCCURS 50 TIMES.
             10 WK-CODE            PIC X(4).
             10 WK-DESC            PIC X(20).
             10 WK-TAXABLE         PIC X(1).
             10 WK-LINES           PIC 9(5).
             10 WK-HOURS           PIC 9(7)V99.
             10 WK-AMOUNT          PIC 9(9)V99.
       01 WS-CODE-COUNT            PIC 9(3)    COMP VALUE ZERO.
       01 WS-CODE-IDX              PIC 9(3)    COMP.

       01 WS-HEADER-LINE.
          05 FILLER                PIC X(17) VALUE
             "PAYROLL REGISTER:".
          05 WH-PAY-DATE            PIC X(10).

       01 WS-COMPANY-HEADER-LINE.
          05 FILLER                PIC X(8)  VALUE "COMPANY:".
          05 WH-COMPANY             PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WH-COMPANY-NAME         PIC X(40).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 FILLER                   PIC X(7)  VALUE "TAX ID:".
          05 WH-TAX-ID                 PIC X(10).

       01 WS-DEPT-HEADER-LINE.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(11) VALUE "DEPARTMENT:".
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WD-ID                  PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WD-NAME                 PIC X(39).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WD-BASIC-PAY             PIC Z(6)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WD-BONUS-PAY                PIC Z(6)9.99.
          05 FILLER                      PIC X(1)  VALUE SPACES.
          05 WD-OTHER-EARN                PIC Z(6)9.99.
          05 FILLER                       PIC X(1)  VALUE SPACES.
          05 WD-TAX-AMOUNT                 PIC Z(6)9.99.
          05 FILLER                         PIC X(1)  VALUE SPACES.
          05 WD-OTHER-DEDUCTIONS             PIC Z(6)9.99.
          05 FILLER                 PIC X(7)  VALUE "BONUS:".
          05 WT-BONUS-PAY             PIC Z(8)9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE "OTHER:".
          05 WT-OTHER-EARN               PIC Z(8)9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                     PIC X(5)  VALUE "TAX:".
          05 WT-TAX-AMOUNT                PIC Z(8)9.99.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                          PIC X(8) VALUE "DEDUCT:".
          05 WT-OTHER-DEDUCT                  PIC Z(8)9.99.

       01 WS-COMPANY-TOTAL-LINE.
          05 FILLER                PIC X(10) VALUE SPACES.
          05 FILLER                PIC X(22) VALUE
             "EMPLOYEES IN COMPANY:".
          05 WU-COUNT               PIC ZZZZ9.
          05 FILLER                 PIC X(5)  VALUE SPACES.
          05 FILLER                  PIC X(19) VALUE
             "COMPANY NET TOTAL:".
          05 WU-NET-TOTAL             PIC Z(9)9.99.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER                PIC X(10) VALUE SPACES.
          05 FILLER                PIC X(17) VALUE "TOTAL EMPLOYEES:".
          05 FILLER                 PIC X(7)  VALUE "BONUS:".
          05 WG-BONUS-PAY             PIC Z(8)9.99.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE "OTHER:".
          05 WG-OTHER-EARN               PIC Z(8)9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 FILLER                     PIC X(5)  VALUE "TAX:".
          05 WG-TAX-AMOUNT                PIC Z(8)9.99.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                          PIC X(8) VALUE "DEDUCT:".
          05 WG-OTHER-DEDUCT                  PIC Z(8)9.99.

       01 WS-EARN-LINE.
          05 FILLER                PIC X(14) VALUE SPACES.
          05 WE-CODE                PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WE-DESC                 PIC X(20).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WE-HOURS                 PIC ZZ9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WE-AMOUNT                 PIC Z(6)9.99.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WE-TAX-FLAG                PIC X(11).

       01 WS-CODE-HEADER-LINE.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(16) VALUE "EARNINGS BY CODE".

       01 WS-CODE-TOTAL-LINE.
          05 FILLER                PIC X(14) VALUE SPACES.
          05 WC-CODE                PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WC-DESC                 PIC X(20).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WC-LINES                 PIC ZZZZ9.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WC-HOURS                  PIC Z(6)9.99.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WC-AMOUNT                  PIC Z(8)9.99.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WC-TAX-FLAG                 PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COMPANY SRT-DEPT SRT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-REPORT
           PERFORM WRITE-CONTROL-TOTALS
       WRITE-CONTROL-TOTALS.
           COMPUTE WS-CTL-GROSS =
               WS-GRAND-BASIC-PAY + WS-GRAND-OVERTIME-PAY
               + WS-GRAND-BONUS-PAY + WS-GRAND-OTHER-EARN
           MOVE WS-PAY-DATE         TO TOT-PAY-DATE
           MOVE "PAYREG  "          TO TOT-STEP
           MOVE WS-GRAND-COUNT      TO TOT-RECORD-COUNT
           MOVE WS-GRAND-TAX-AMOUNT TO TOT-TAX-TOTAL
           MOVE WS-GRAND-NET-TOTAL  TO TOT-NET-TOTAL
           MOVE WS-RUN-DATE         TO TOT-RUN-DATE
           MOVE SPACES              TO TOT-COMPANY
           WRITE CONTROL-TOTAL-RECORD
           INVALID KEY
              REWRITE CONTROL-TOTAL-RECORD
           END-WRITE.

      * The same machine copy for one company, written as its
      * company total prints.
       WRITE-COMPANY-CONTROL-TOTALS.
           COMPUTE WS-CTL-GROSS =
               WS-CO-BASIC-PAY + WS-CO-OVERTIME-PAY
               + WS-CO-BONUS-PAY + WS-CO-OTHER-EARN
           MOVE WS-PAY-DATE         TO TOT-PAY-DATE
           MOVE "PAYREG  "          TO TOT-STEP
           MOVE WS-CURRENT-COMPANY  TO TOT-COMPANY
           MOVE WS-CO-COUNT         TO TOT-RECORD-COUNT
           MOVE WS-CTL-GROSS        TO TOT-GROSS-TOTAL
           MOVE WS-CO-TAX-AMOUNT    TO TOT-TAX-TOTAL
           MOVE WS-CO-NET-TOTAL     TO TOT-NET-TOTAL
           MOVE WS-RUN-DATE         TO TOT-RUN-DATE
           WRITE CONTROL-TOTAL-RECORD
           INVALID KEY
              REWRITE CONTROL-TOTAL-RECORD
                  TOT-FILE-STATUS
              STOP RUN.

      * No PAYEARN.DAT just means no coded earnings have posted yet.
           OPEN INPUT PAYEARN-FILE
           IF PEN-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PAYEARN-OPEN-SW
           ELSE
              IF PEN-FILE-STATUS = '35'
                 MOVE 'N' TO WS-PAYEARN-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'PAYREG  ' 'PAYEARN.DAT         '
                     PEN-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No COMPANY.DAT means a single employer - no company breaks.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'PAYREG  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

       WRITE-HEADER.
              END-IF
           END-READ.

      * The company comes off the paycheck; one posted before
      * companies were kept takes the employee's current company.
       LOOKUP-DEPT.
           MOVE SPACES TO WS-PAY-COMPANY
           MOVE EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
           NOT INVALID KEY
              MOVE PSEMP-DEPT TO WS-DEPT
              MOVE PSEMP-NAME TO WS-EMPLOYEE-NAME
              MOVE PSEMP-COMPANY TO WS-PAY-COMPANY
           END-READ
           IF PAY-COMPANY NOT = SPACES
              MOVE PAY-COMPANY TO WS-PAY-COMPANY
           END-IF
           IF WS-COMPANY-OPEN-SW = 'N'
              MOVE SPACES TO WS-PAY-COMPANY
           END-IF.

       RELEASE-SORT-RECORD.
           MOVE WS-PAY-COMPANY   TO SRT-COMPANY
           MOVE WS-DEPT          TO SRT-DEPT
           MOVE EMP-ID            TO SRT-ID
           MOVE WS-EMPLOYEE-NAME  TO SRT-NAME
           MOVE BASIC-PAY          TO SRT-BASIC-PAY
           MOVE OVERTIME-PAY        TO SRT-OVERTIME-PAY
           MOVE BONUS-PAY            TO SRT-BONUS-PAY
           COMPUTE SRT-OTHER-EARN =
               GROSS-PAY - BASIC-PAY - OVERTIME-PAY - BONUS-PAY
           MOVE TAX-AMOUNT            TO SRT-TAX-AMOUNT
           MOVE OTHER-DEDUCTIONS       TO SRT-OTHER-DEDUCTIONS
           MOVE NET-PAY                 TO SRT-NET-PAY
           RELEASE SORT-RECORD.

      * The input side leaves the end-of-file switch set.
       PRODUCE-REPORT.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM RETURN-SORT-RECORD UNTIL WS-END-OF-FILE = 'Y'
           IF WS-FIRST-RECORD-SW = 'N'
              PERFORM WRITE-DEPT-TOTAL
              IF WS-COMPANY-OPEN-SW = 'Y'
                 PERFORM WRITE-COMPANY-TOTAL
              END-IF
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           IF WS-CODE-COUNT > ZERO
              PERFORM WRITE-CODE-TOTALS
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF WS-FIRST-RECORD-SW = 'Y'
                 MOVE SRT-COMPANY TO WS-CURRENT-COMPANY
                 IF WS-COMPANY-OPEN-SW = 'Y'
                    PERFORM WRITE-COMPANY-HEADER
                 END-IF
                 MOVE SRT-DEPT TO WS-CURRENT-DEPT
                 PERFORM WRITE-DEPT-HEADER
                 MOVE 'N' TO WS-FIRST-RECORD-SW
              ELSE
                 IF SRT-COMPANY NOT = WS-CURRENT-COMPANY
                    PERFORM WRITE-DEPT-TOTAL
                    PERFORM WRITE-COMPANY-TOTAL
                    MOVE SRT-COMPANY TO WS-CURRENT-COMPANY
                    PERFORM WRITE-COMPANY-HEADER
                    MOVE SRT-DEPT TO WS-CURRENT-DEPT
                    PERFORM WRITE-DEPT-HEADER
                 ELSE
                    IF SRT-DEPT NOT = WS-CURRENT-DEPT
                       PERFORM WRITE-DEPT-TOTAL
                       MOVE SRT-DEPT TO WS-CURRENT-DEPT
                       PERFORM WRITE-DEPT-HEADER
                    END-IF
                 END-IF
              END-IF
              PERFORM WRITE-DETAIL-LINE
           END-RETURN.

      * A company code not on the master still gets its own section
      * so its money is seen - the name says why it has no details.
       WRITE-COMPANY-HEADER.
           MOVE WS-CURRENT-COMPANY TO CO-CODE
           READ COMPANY-FILE
           INVALID KEY
              MOVE "NOT ON COMPANY MASTER" TO WH-COMPANY-NAME
              MOVE SPACES                  TO WH-TAX-ID
           NOT INVALID KEY
              MOVE CO-LEGAL-NAME TO WH-COMPANY-NAME
              MOVE CO-TAX-ID     TO WH-TAX-ID
           END-READ
           MOVE WS-CURRENT-COMPANY TO WH-COMPANY
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COMPANY-HEADER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ZERO TO WS-CO-COUNT
           MOVE ZERO TO WS-CO-NET-TOTAL
           MOVE ZERO TO WS-CO-TOTALS.

      * The company total reuses the department account line.
       WRITE-COMPANY-TOTAL.
           MOVE WS-CO-COUNT     TO WU-COUNT
           MOVE WS-CO-NET-TOTAL TO WU-NET-TOTAL
           MOVE WS-COMPANY-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-CO-BASIC-PAY    TO WT-BASIC-PAY
           MOVE WS-CO-OVERTIME-PAY TO WT-OVERTIME-PAY
           MOVE WS-CO-BONUS-PAY    TO WT-BONUS-PAY
           MOVE WS-CO-OTHER-EARN   TO WT-OTHER-EARN
           MOVE WS-CO-TAX-AMOUNT   TO WT-TAX-AMOUNT
           MOVE WS-CO-OTHER-DEDUCT TO WT-OTHER-DEDUCT
           MOVE WS-DEPT-ACCOUNT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM WRITE-COMPANY-CONTROL-TOTALS.

       WRITE-DEPT-HEADER.
           MOVE WS-CURRENT-DEPT TO WH-DEPT
           MOVE WS-DEPT-HEADER-LINE TO OUTPUT-RECORD
           MOVE SRT-BASIC-PAY        TO WD-BASIC-PAY
           MOVE SRT-OVERTIME-PAY     TO WD-OVERTIME-PAY
           MOVE SRT-BONUS-PAY        TO WD-BONUS-PAY
           MOVE SRT-OTHER-EARN       TO WD-OTHER-EARN
           MOVE SRT-TAX-AMOUNT       TO WD-TAX-AMOUNT
           MOVE SRT-OTHER-DEDUCTIONS TO WD-OTHER-DEDUCTIONS
           MOVE SRT-NET-PAY          TO WD-NET-PAY
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-PAYEARN-OPEN-SW = 'Y'
              PERFORM WRITE-EARNINGS-LINES
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           ADD 1 TO WS-CO-COUNT
           ADD 1 TO WS-GRAND-COUNT
           ADD SRT-BASIC-PAY        TO WS-CO-BASIC-PAY
           ADD SRT-OVERTIME-PAY     TO WS-CO-OVERTIME-PAY
           ADD SRT-BONUS-PAY        TO WS-CO-BONUS-PAY
           ADD SRT-OTHER-EARN       TO WS-CO-OTHER-EARN
           ADD SRT-TAX-AMOUNT       TO WS-CO-TAX-AMOUNT
           ADD SRT-OTHER-DEDUCTIONS TO WS-CO-OTHER-DEDUCT
           ADD SRT-NET-PAY          TO WS-CO-NET-TOTAL
           ADD SRT-BASIC-PAY        TO WS-DEPT-BASIC-PAY
           ADD SRT-OVERTIME-PAY     TO WS-DEPT-OVERTIME-PAY
           ADD SRT-BONUS-PAY        TO WS-DEPT-BONUS-PAY
           ADD SRT-OTHER-EARN       TO WS-DEPT-OTHER-EARN
           ADD SRT-TAX-AMOUNT       TO WS-DEPT-TAX-AMOUNT
           ADD SRT-OTHER-DEDUCTIONS TO WS-DEPT-OTHER-DEDUCT
           ADD SRT-NET-PAY          TO WS-DEPT-NET-TOTAL
           ADD SRT-BASIC-PAY        TO WS-GRAND-BASIC-PAY
           ADD SRT-OVERTIME-PAY     TO WS-GRAND-OVERTIME-PAY
           ADD SRT-BONUS-PAY        TO WS-GRAND-BONUS-PAY
           ADD SRT-OTHER-EARN       TO WS-GRAND-OTHER-EARN
           ADD SRT-TAX-AMOUNT       TO WS-GRAND-TAX-AMOUNT
           ADD SRT-OTHER-DEDUCTIONS TO WS-GRAND-OTHER-DEDUCT
           ADD SRT-NET-PAY          TO WS-GRAND-NET-TOTAL.
           MOVE WS-DEPT-BASIC-PAY    TO WT-BASIC-PAY
           MOVE WS-DEPT-OVERTIME-PAY TO WT-OVERTIME-PAY
           MOVE WS-DEPT-BONUS-PAY    TO WT-BONUS-PAY
           MOVE WS-DEPT-OTHER-EARN   TO WT-OTHER-EARN
           MOVE WS-DEPT-TAX-AMOUNT   TO WT-TAX-AMOUNT
           MOVE WS-DEPT-OTHER-DEDUCT TO WT-OTHER-DEDUCT
           MOVE WS-DEPT-ACCOUNT-LINE TO OUTPUT-RECORD
           MOVE WS-GRAND-BASIC-PAY    TO WG-BASIC-PAY
           MOVE WS-GRAND-OVERTIME-PAY TO WG-OVERTIME-PAY
           MOVE WS-GRAND-BONUS-PAY    TO WG-BONUS-PAY
           MOVE WS-GRAND-OTHER-EARN   TO WG-OTHER-EARN
           MOVE WS-GRAND-TAX-AMOUNT   TO WG-TAX-AMOUNT
           MOVE WS-GRAND-OTHER-DEDUCT TO WG-OTHER-DEDUCT
           MOVE WS-GRAND-ACCOUNT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * The employee's coded earnings rows sit together in key order
      * under EMP-ID/PAY-DATE; each is printed and rolled into the
      * by-code summary.
       WRITE-EARNINGS-LINES.
           MOVE 'N'         TO WS-EARN-EOF
           MOVE SRT-ID      TO PE-EMP-ID
           MOVE WS-PAY-DATE TO PE-PAY-DATE
           MOVE LOW-VALUES  TO PE-CODE
           START PAYEARN-FILE KEY IS NOT LESS THAN PAY-EARNINGS-KEY
           INVALID KEY
              MOVE 'Y' TO WS-EARN-EOF
           END-START
           PERFORM WRITE-ONE-EARNINGS-LINE UNTIL WS-EARN-EOF = 'Y'.

       WRITE-ONE-EARNINGS-LINE.
           READ PAYEARN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EARN-EOF
           NOT AT END
              IF PE-EMP-ID = SRT-ID AND PE-PAY-DATE = WS-PAY-DATE
                 MOVE PE-CODE   TO WE-CODE
                 MOVE PE-DESC   TO WE-DESC
                 MOVE PE-HOURS  TO WE-HOURS
                 MOVE PE-AMOUNT TO WE-AMOUNT
                 IF PE-TAXABLE = 'N'
                    MOVE "NON-TAXABLE" TO WE-TAX-FLAG
                 ELSE
                    MOVE SPACES TO WE-TAX-FLAG
                 END-IF
                 MOVE WS-EARN-LINE TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
                 PERFORM ADD-CODE-TOTAL
              ELSE
                 MOVE 'Y' TO WS-EARN-EOF
              END-IF
           END-READ.

      * Codes past the fiftieth distinct one still print under their
      * employee; they just go unsummarised.
       ADD-CODE-TOTAL.
           MOVE 'N' TO WS-CODE-FOUND-SW
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                      OR WS-CODE-FOUND-SW = 'Y'
              IF WK-CODE (WS-CODE-IDX) = PE-CODE
                 MOVE 'Y' TO WS-CODE-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-CODE-FOUND-SW = 'Y'
              SUBTRACT 1 FROM WS-CODE-IDX
           ELSE
              IF WS-CODE-COUNT < 50
                 ADD 1 TO WS-CODE-COUNT
                 MOVE WS-CODE-COUNT TO WS-CODE-IDX
                 MOVE PE-CODE     TO WK-CODE (WS-CODE-IDX)
                 MOVE PE-DESC     TO WK-DESC (WS-CODE-IDX)
                 MOVE PE-TAXABLE  TO WK-TAXABLE (WS-CODE-IDX)
                 MOVE ZERO        TO WK-LINES (WS-CODE-IDX)
                 MOVE ZERO        TO WK-HOURS (WS-CODE-IDX)
                 MOVE ZERO        TO WK-AMOUNT (WS-CODE-IDX)
                 MOVE 'Y'         TO WS-CODE-FOUND-SW
              END-IF
           END-IF
           IF WS-CODE-FOUND-SW = 'Y'
              ADD 1         TO WK-LINES (WS-CODE-IDX)
              ADD PE-HOURS  TO WK-HOURS (WS-CODE-IDX)
              ADD PE-AMOUNT TO WK-AMOUNT (WS-CODE-IDX)
           END-IF.

       WRITE-CODE-TOTALS.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-CODE-HEADER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM WRITE-ONE-CODE-TOTAL
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > WS-CODE-COUNT.

       WRITE-ONE-CODE-TOTAL.
           MOVE WK-CODE (WS-CODE-IDX)   TO WC-CODE
           MOVE WK-DESC (WS-CODE-IDX)   TO WC-DESC
           MOVE WK-LINES (WS-CODE-IDX)  TO WC-LINES
           MOVE WK-HOURS (WS-CODE-IDX)  TO WC-HOURS
           MOVE WK-AMOUNT (WS-CODE-IDX) TO WC-AMOUNT
           IF WK-TAXABLE (WS-CODE-IDX) = 'N'
              MOVE "NON-TAXABLE" TO WC-TAX-FLAG
           ELSE
              MOVE SPACES TO WC-TAX-FLAG
           END-IF
           MOVE WS-CODE-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           IF WS-PAYEARN-OPEN-SW = 'Y'
              CLOSE PAYEARN-FILE
           END-IF
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CALENDAR-FILE
