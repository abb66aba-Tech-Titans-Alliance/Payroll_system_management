       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSTMT.
       AUTHOR. YOUR-NAME.

      * Annual total compensation statement - one printable page per
      * employee showing what the company spent on them in the
      * calendar year, not just what one payslip says:
      *
      *   - pay: basic, overtime, bonus and other taxable earnings
      *     off every paycheck dated in the year (other is the rest
      *     of gross, the way PAYREG splits it); non-taxable
      *     reimbursements are repaid expenses, not pay, and are
      *     left out;
      *   - the company's own contributions: the employer payroll
      *     tax and retirement match accrued against those paychecks
      *     on EMPRACCR.DAT;
      *   - the grand total value of the package (pay plus company
      *     contributions);
      *   - the employee's own benefit deductions by code off
      *     PAYDED.DAT - already inside the pay above, so listed but
      *     not added again.  Garnishments (method 'G' on DEDMAST.DAT)
      *     and loan recoveries are not benefits and are left out;
      *   - leave accrued, taken and the balance off LEAVE.DAT.  The
      *     ledger only holds the running year, so the leave block is
      *     as at the run date whatever year is asked for.
      *
      * COMPSTMT.IN names the year on its first line; the EMP-IDs on
      * the lines (first line included) are the employees wanted.  A
      * run naming no EMP-ID at all prints every active employee.
      * Voided paychecks, and the deductions taken on them, count
      * for nothing.
      *
      * A year PAYARCH has moved off the live files is read straight
      * off PAYRyyyy.ARC and PAYDyyyy.ARC as well, so a closed year
      * prints the same as an open one.  A row on both sides (an
      * archive run interrupted between its write and its delete)
      * is counted once.  EMPRACCR.DAT is never archived.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYROLL-KEY
               ALTERNATE RECORD KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT PAYDED-FILE ASSIGN TO "PAYDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "EMPRACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYER-ACCRUAL-KEY
               FILE STATUS IS ACC-FILE-STATUS.

           SELECT DEDUCT-FILE ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEDUCTION-KEY
               FILE STATUS IS DED-FILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LV-FILE-STATUS.

           SELECT PAYARC-FILE ASSIGN DYNAMIC WS-PAYARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAR-FILE-STATUS.

           SELECT DEDARC-FILE ASSIGN DYNAMIC WS-DEDARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "COMPSTMT.WRK".

           SELECT CONTROL-FILE ASSIGN TO "COMPSTMT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "COMPSTMT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       COPY PAYREC.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD ACCRUAL-FILE.
       COPY EMPACCRC.

       FD DEDUCT-FILE.
       COPY DEDREC.

       FD LEAVE-FILE.
       COPY LEAVEREC.

       FD PAYARC-FILE.
       01 PAYARC-RECORD            PIC X(150).

       FD DEDARC-FILE.
       01 DEDARC-RECORD            PIC X(80).

      * One stream per employee, in pay-date order: the selection
      * marker (type '0', blank date) first, then each paycheck
      * (type '1', carrying its accruals) ahead of the deductions
      * taken on it (type '3').
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-EMP-ID            PIC X(10).
          05 SRT-PAY-DATE          PIC X(10).
          05 SRT-TYPE              PIC X(1).
          05 SRT-CODE              PIC X(4).
          05 SRT-DESC              PIC X(20).
          05 SRT-SOURCE            PIC X(1).
          05 SRT-PAY-STATUS        PIC X(1).
          05 SRT-BASIC-PAY         PIC 9(7)V99.
          05 SRT-OVERTIME-PAY      PIC 9(7)V99.
          05 SRT-BONUS-PAY         PIC 9(7)V99.
          05 SRT-OTHER-EARN        PIC 9(7)V99.
          05 SRT-EMPLOYER-TAX      PIC 9(7)V99.
          05 SRT-MATCH-AMOUNT      PIC 9(7)V99.
          05 SRT-DED-AMOUNT        PIC 9(7)V99.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CS-YEAR              PIC X(4).
          05 CS-EMP-ID            PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-YEAR                  PIC X(4).
       01 WS-YEAR-START            PIC X(10).
       01 WS-YEAR-END              PIC X(10).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WS-CONTROL-EOF           PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 PAY-FILE-STATUS          PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 ACC-FILE-STATUS          PIC XX.
       01 DED-FILE-STATUS          PIC XX.
       01 LV-FILE-STATUS           PIC XX.
       01 PAR-FILE-STATUS          PIC XX.
       01 DAR-FILE-STATUS          PIC XX.
       01 WS-PAYARC-NAME           PIC X(12)   VALUE SPACES.
       01 WS-DEDARC-NAME           PIC X(12)   VALUE SPACES.
       01 WS-ACCRUAL-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-DEDUCT-OPEN-SW        PIC X       VALUE 'N'.
       01 WS-LEAVE-OPEN-SW         PIC X       VALUE 'N'.
       01 WS-ARCHIVE-SW            PIC X       VALUE 'N'.
       01 WS-BENEFIT-SW            PIC X       VALUE 'N'.

      * EMP-IDs named on COMPSTMT.IN - none means every active
      * employee.
       01 WS-SELECT-TABLE.
          05 WS-SELECT-ID OCCURS 500 TIMES PIC X(10).
       01 WS-SELECT-COUNT          PIC 9(3)    COMP VALUE ZERO.
       01 WS-SEL-IDX               PIC 9(3)    COMP.

      * Control-break state for the employee being stated
       01 WS-CURRENT-EMP-ID        PIC X(10)   VALUE SPACES.
       01 WS-SELECTED-SW           PIC X       VALUE 'N'.
       01 WS-LAST-PAY-DATE         PIC X(10).
       01 WS-LAST-TYPE             PIC X(1).
       01 WS-LAST-CODE             PIC X(4).
       01 WS-VOID-PAY-DATE         PIC X(10).
       01 WS-EMP-PERIODS           PIC 9(3)    COMP VALUE ZERO.
       01 WS-EMP-ARCHIVED          PIC 9(3)    COMP VALUE ZERO.
       01 WS-EMP-BASIC             PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-OVERTIME          PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-BONUS             PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-OTHER             PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-PAY-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-EMPR-TAX          PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-MATCH             PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-COMPANY-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-PACKAGE-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-DED-TOTAL         PIC 9(9)V99 VALUE ZERO.

      * The employee's benefit deductions by code.  A code past the
      * table's capacity is still shown - on one OTHER line.
       01 WS-BENEFIT-TABLE.
          05 WS-BENEFIT-ENTRY OCCURS 20 TIMES.
             10 WB-CODE           PIC X(4).
             10 WB-DESC           PIC X(20).
             10 WB-AMOUNT         PIC 9(9)V99.
       01 WS-BENEFIT-COUNT         PIC 9(3)    COMP VALUE ZERO.
       01 WS-BEN-IDX               PIC 9(3)    COMP.
       01 WS-BEN-FOUND             PIC 9(3)    COMP.
       01 WS-BEN-OTHER-TOTAL       PIC 9(9)V99 VALUE ZERO.

       01 WS-STATEMENTS-PRINTED    PIC 9(5)    COMP VALUE ZERO.
       01 WS-NOT-FOUND-COUNT       PIC 9(5)    COMP VALUE ZERO.
       01 WS-GRAND-PACKAGE-TOTAL   PIC 9(11)V99 VALUE ZERO.

       01 WS-RULE-LINE             PIC X(72)   VALUE ALL "=".

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(36) VALUE
             "TOTAL COMPENSATION STATEMENT - YEAR ".
          05 WT-YEAR                PIC X(4).

       01 WS-EMPLOYEE-LINE.
          05 FILLER                PIC X(11) VALUE "EMPLOYEE : ".
          05 WE-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WE-EMP-NAME             PIC X(50).

       01 WS-POSITION-LINE.
          05 FILLER                PIC X(11) VALUE "DEPARTMENT:".
          05 WP-DEPT                PIC X(20).
          05 FILLER                 PIC X(11) VALUE " POSITION: ".
          05 WP-POSITION             PIC X(30).

       01 WS-BLOCK-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WK-TITLE               PIC X(60).

       01 WS-AMOUNT-LINE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 WA-CODE                PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WA-LABEL                PIC X(40).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WA-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-PACKAGE-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 FILLER                 PIC X(49) VALUE
             "TOTAL VALUE OF YOUR COMPENSATION PACKAGE".
          05 WG-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LEAVE-LINE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 FILLER                 PIC X(16) VALUE "DAYS ACCRUED : ".
          05 WL-ACCRUED              PIC ZZZZ9.99.
          05 FILLER                  PIC X(16) VALUE
             "   DAYS TAKEN : ".
          05 WL-TAKEN                 PIC ZZZZ9.99.
          05 FILLER                   PIC X(13) VALUE
             "   BALANCE : ".
          05 WL-BALANCE                PIC ZZZZ9.99.

       01 WS-PERIODS-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 FILLER                 PIC X(23) VALUE
             "PAY PERIODS INCLUDED : ".
          05 WC-PERIODS              PIC ZZ9.
          05 FILLER                  PIC X(22) VALUE
             "   FROM THE ARCHIVE : ".
          05 WC-ARCHIVED              PIC ZZ9.

       01 WS-NOT-FOUND-LINE.
          05 FILLER                PIC X(33) VALUE
             "NOT ON EMPLOYEE MASTER - SKIPPED ".
          05 WN-EMP-ID              PIC X(10).

       01 WS-SUMMARY-LINE-1.
          05 FILLER                PIC X(26) VALUE
             "STATEMENTS PRINTED      :".
          05 WS1-COUNT              PIC ZZZZ9.

       01 WS-SUMMARY-LINE-2.
          05 FILLER                PIC X(26) VALUE
             "EMP-IDS NOT ON MASTER   :".
          05 WS2-COUNT              PIC ZZZZ9.

       01 WS-SUMMARY-LINE-3.
          05 FILLER                PIC X(26) VALUE
             "TOTAL PACKAGE VALUE     :".
          05 WS3-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-ID SRT-PAY-DATE SRT-TYPE
                                SRT-CODE
               INPUT PROCEDURE IS LOAD-STATEMENT-DATA
               OUTPUT PROCEDURE IS PRINT-STATEMENTS
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

      * The year is on the first line; every line may name an EMP-ID.
       GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           AT END
              MOVE 'Y' TO WS-CONTROL-EOF
              MOVE SPACES TO CONTROL-RECORD
           END-READ
           MOVE CS-YEAR TO WS-YEAR
           PERFORM NOTE-SELECTED-ID
           PERFORM READ-SELECTED-ID UNTIL WS-CONTROL-EOF = 'Y'
           CLOSE CONTROL-FILE

           STRING WS-YEAR "-01-01" DELIMITED BY SIZE
                  INTO WS-YEAR-START
           END-STRING
           STRING WS-YEAR "-12-31" DELIMITED BY SIZE
                  INTO WS-YEAR-END
           END-STRING
           STRING "PAYR" WS-YEAR ".ARC" DELIMITED BY SIZE
                  INTO WS-PAYARC-NAME
           END-STRING
           STRING "PAYD" WS-YEAR ".ARC" DELIMITED BY SIZE
                  INTO WS-DEDARC-NAME
           END-STRING.

       READ-SELECTED-ID.
           READ CONTROL-FILE INTO CONTROL-RECORD
           AT END
              MOVE 'Y' TO WS-CONTROL-EOF
           NOT AT END
              PERFORM NOTE-SELECTED-ID
           END-READ.

       NOTE-SELECTED-ID.
           IF CS-EMP-ID NOT = SPACES AND WS-SELECT-COUNT < 500
              ADD 1 TO WS-SELECT-COUNT
              MOVE CS-EMP-ID TO WS-SELECT-ID (WS-SELECT-COUNT)
           END-IF.

       OPEN-FILES.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'COMPSTMT' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT PAYDED-FILE
           IF PDD-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'COMPSTMT' 'PAYDED.DAT          '
                  PDD-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'COMPSTMT' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

      * No accrual, deduction master or leave ledger yet only means
      * nothing of that kind to show - the statement still prints.
           OPEN INPUT ACCRUAL-FILE
           IF ACC-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ACCRUAL-OPEN-SW
           ELSE
              IF ACC-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'COMPSTMT' 'EMPRACCR.DAT        '
                     ACC-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT DEDUCT-FILE
           IF DED-FILE-STATUS = '00'
              MOVE 'Y' TO WS-DEDUCT-OPEN-SW
           ELSE
              IF DED-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'COMPSTMT' 'DEDMAST.DAT         '
                     DED-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT LEAVE-FILE
           IF LV-FILE-STATUS = '00'
              MOVE 'Y' TO WS-LEAVE-OPEN-SW
           ELSE
              IF LV-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'COMPSTMT' 'LEAVE.DAT           '
                     LV-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

       LOAD-STATEMENT-DATA.
           PERFORM RELEASE-SELECTED-EMPLOYEES
           PERFORM RELEASE-LIVE-PAYCHECKS
           PERFORM RELEASE-ARCHIVED-PAYCHECKS
           PERFORM RELEASE-LIVE-DEDUCTIONS
           PERFORM RELEASE-ARCHIVED-DEDUCTIONS.

      * The marker record is what makes an employee print: the named
      * EMP-IDs whatever their status, or else every active employee
      * on the master.  Pay data for anyone else sorts in and is
      * passed over.
       RELEASE-SELECTED-EMPLOYEES.
           IF WS-SELECT-COUNT > ZERO
              PERFORM RELEASE-ONE-NAMED-EMPLOYEE
                  VARYING WS-SEL-IDX FROM 1 BY 1
                  UNTIL WS-SEL-IDX > WS-SELECT-COUNT
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              MOVE LOW-VALUES TO PSEMP-ID
              START EMPLOYEE-FILE KEY IS NOT LESS THAN PSEMP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-FILE
              END-START
              PERFORM RELEASE-ONE-ACTIVE-EMPLOYEE
                  UNTIL WS-END-OF-FILE = 'Y'
           END-IF.

       RELEASE-ONE-NAMED-EMPLOYEE.
           MOVE WS-SELECT-ID (WS-SEL-IDX) TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE PSEMP-ID TO WN-EMP-ID
              MOVE WS-NOT-FOUND-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              ADD 1 TO WS-NOT-FOUND-COUNT
           NOT INVALID KEY
              PERFORM RELEASE-MARKER
           END-READ.

       RELEASE-ONE-ACTIVE-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PSEMP-STATUS = 'A'
                 PERFORM RELEASE-MARKER
              END-IF
           END-READ.

       RELEASE-MARKER.
           MOVE SPACES   TO SORT-RECORD
           MOVE PSEMP-ID TO SRT-EMP-ID
           MOVE '0'      TO SRT-TYPE
           MOVE ZERO     TO SRT-BASIC-PAY SRT-OVERTIME-PAY
                            SRT-BONUS-PAY SRT-OTHER-EARN
                            SRT-EMPLOYER-TAX SRT-MATCH-AMOUNT
                            SRT-DED-AMOUNT
           RELEASE SORT-RECORD.

      * The PAY-DATE alternate index positions the read at the first
      * paycheck of the year.
       RELEASE-LIVE-PAYCHECKS.
           MOVE 'N' TO WS-ARCHIVE-SW
           MOVE 'N' TO WS-END-OF-FILE
           MOVE WS-YEAR-START TO PAY-DATE
           START PAYROLL-FILE KEY IS NOT LESS THAN PAY-DATE
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM RELEASE-ONE-LIVE-PAYCHECK
               UNTIL WS-END-OF-FILE = 'Y'.

       RELEASE-ONE-LIVE-PAYCHECK.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE > WS-YEAR-END
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 PERFORM RELEASE-PAYCHECK
              END-IF
           END-READ.

      * An archived row is the live layout written out whole, so it
      * is read back into the live record and released the same way.
       RELEASE-ARCHIVED-PAYCHECKS.
           MOVE 'Y' TO WS-ARCHIVE-SW
           OPEN INPUT PAYARC-FILE
           IF PAR-FILE-STATUS = '00'
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM RELEASE-ONE-ARCHIVED-PAYCHECK
                  UNTIL WS-END-OF-FILE = 'Y'
              CLOSE PAYARC-FILE
           END-IF.

       RELEASE-ONE-ARCHIVED-PAYCHECK.
           READ PAYARC-FILE INTO PAYROLL-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE (1:4) = WS-YEAR
                 PERFORM RELEASE-PAYCHECK
              END-IF
           END-READ.

       RELEASE-PAYCHECK.
           MOVE SPACES       TO SORT-RECORD
           MOVE EMP-ID       TO SRT-EMP-ID
           MOVE PAY-DATE     TO SRT-PAY-DATE
           MOVE '1'          TO SRT-TYPE
           MOVE PAY-STATUS   TO SRT-PAY-STATUS
           IF WS-ARCHIVE-SW = 'Y'
              MOVE 'A' TO SRT-SOURCE
           ELSE
              MOVE 'L' TO SRT-SOURCE
           END-IF
           MOVE BASIC-PAY    TO SRT-BASIC-PAY
           MOVE OVERTIME-PAY TO SRT-OVERTIME-PAY
           MOVE BONUS-PAY    TO SRT-BONUS-PAY
           COMPUTE SRT-OTHER-EARN =
               GROSS-PAY - BASIC-PAY - OVERTIME-PAY - BONUS-PAY
           MOVE ZERO         TO SRT-EMPLOYER-TAX
           MOVE ZERO         TO SRT-MATCH-AMOUNT
           MOVE ZERO         TO SRT-DED-AMOUNT
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              MOVE EMP-ID   TO EA-EMP-ID
              MOVE PAY-DATE TO EA-PAY-DATE
              READ ACCRUAL-FILE
              NOT INVALID KEY
                 MOVE EA-EMPLOYER-TAX TO SRT-EMPLOYER-TAX
                 MOVE EA-MATCH-AMOUNT TO SRT-MATCH-AMOUNT
              END-READ
           END-IF
           RELEASE SORT-RECORD.

       RELEASE-LIVE-DEDUCTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM RELEASE-ONE-LIVE-DEDUCTION
               UNTIL WS-END-OF-FILE = 'Y'.

       RELEASE-ONE-LIVE-DEDUCTION.
           READ PAYDED-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PD-PAY-DATE (1:4) = WS-YEAR
                 PERFORM RELEASE-DEDUCTION
              END-IF
           END-READ.

       RELEASE-ARCHIVED-DEDUCTIONS.
           OPEN INPUT DEDARC-FILE
           IF DAR-FILE-STATUS = '00'
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM RELEASE-ONE-ARCHIVED-DEDUCTION
                  UNTIL WS-END-OF-FILE = 'Y'
              CLOSE DEDARC-FILE
           END-IF.

       RELEASE-ONE-ARCHIVED-DEDUCTION.
           READ DEDARC-FILE INTO PAY-DEDUCTION-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PD-PAY-DATE (1:4) = WS-YEAR
                 PERFORM RELEASE-DEDUCTION
              END-IF
           END-READ.

      * Only benefits go on the statement: a loan recovery repays the
      * company and a garnishment is paid over to a creditor.
       RELEASE-DEDUCTION.
           MOVE 'Y' TO WS-BENEFIT-SW
           IF PD-CODE (1:1) = 'L' AND PD-CODE (2:3) NUMERIC
              MOVE 'N' TO WS-BENEFIT-SW
           END-IF
           IF WS-BENEFIT-SW = 'Y' AND WS-DEDUCT-OPEN-SW = 'Y'
              MOVE PD-EMP-ID TO DED-EMP-ID
              MOVE PD-CODE   TO DED-CODE
              READ DEDUCT-FILE
              NOT INVALID KEY
                 IF DED-METHOD = 'G'
                    MOVE 'N' TO WS-BENEFIT-SW
                 END-IF
              END-READ
           END-IF
           IF WS-BENEFIT-SW = 'Y'
              MOVE SPACES      TO SORT-RECORD
              MOVE PD-EMP-ID   TO SRT-EMP-ID
              MOVE PD-PAY-DATE TO SRT-PAY-DATE
              MOVE '3'         TO SRT-TYPE
              MOVE PD-CODE     TO SRT-CODE
              MOVE PD-DESC     TO SRT-DESC
              MOVE ZERO        TO SRT-BASIC-PAY SRT-OVERTIME-PAY
                                  SRT-BONUS-PAY SRT-OTHER-EARN
                                  SRT-EMPLOYER-TAX SRT-MATCH-AMOUNT
              MOVE PD-AMOUNT   TO SRT-DED-AMOUNT
              RELEASE SORT-RECORD
           END-IF.

       PRINT-STATEMENTS.
           PERFORM RETURN-ONE-ITEM UNTIL WS-SORT-EOF = 'Y'
           IF WS-CURRENT-EMP-ID NOT = SPACES
              PERFORM END-OF-EMPLOYEE
           END-IF.

      * A row seen twice (once live, once archived) is the same row -
      * the key it sorted on already matched the one before it.
       RETURN-ONE-ITEM.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF SRT-EMP-ID NOT = WS-CURRENT-EMP-ID
                 IF WS-CURRENT-EMP-ID NOT = SPACES
                    PERFORM END-OF-EMPLOYEE
                 END-IF
                 PERFORM START-EMPLOYEE
              ELSE
                 IF SRT-PAY-DATE = WS-LAST-PAY-DATE
                    AND SRT-TYPE = WS-LAST-TYPE
                    AND SRT-CODE = WS-LAST-CODE
                    CONTINUE
                 ELSE
                    PERFORM TAKE-ONE-ITEM
                 END-IF
              END-IF
              MOVE SRT-PAY-DATE TO WS-LAST-PAY-DATE
              MOVE SRT-TYPE     TO WS-LAST-TYPE
              MOVE SRT-CODE     TO WS-LAST-CODE
           END-RETURN.

       START-EMPLOYEE.
           MOVE SRT-EMP-ID TO WS-CURRENT-EMP-ID
           MOVE 'N'  TO WS-SELECTED-SW
           MOVE SPACES TO WS-VOID-PAY-DATE
           MOVE ZERO TO WS-EMP-PERIODS WS-EMP-ARCHIVED
           MOVE ZERO TO WS-EMP-BASIC WS-EMP-OVERTIME WS-EMP-BONUS
                        WS-EMP-OTHER WS-EMP-EMPR-TAX WS-EMP-MATCH
                        WS-EMP-DED-TOTAL WS-BEN-OTHER-TOTAL
           MOVE ZERO TO WS-BENEFIT-COUNT
           PERFORM TAKE-ONE-ITEM.

      * A voided paycheck paid nothing and accrued nothing, and the
      * deductions dated with it (they sort right behind it) were
      * never really taken.
       TAKE-ONE-ITEM.
           EVALUATE SRT-TYPE
               WHEN '0'
                    MOVE 'Y' TO WS-SELECTED-SW
               WHEN '1'
                    IF SRT-PAY-STATUS = 'V'
                       MOVE SRT-PAY-DATE TO WS-VOID-PAY-DATE
                    ELSE
                       PERFORM ADD-PAYCHECK
                    END-IF
               WHEN '3'
                    IF SRT-PAY-DATE NOT = WS-VOID-PAY-DATE
                       PERFORM ADD-BENEFIT
                    END-IF
           END-EVALUATE.

       ADD-PAYCHECK.
           ADD 1 TO WS-EMP-PERIODS
           IF SRT-SOURCE = 'A'
              ADD 1 TO WS-EMP-ARCHIVED
           END-IF
           ADD SRT-BASIC-PAY    TO WS-EMP-BASIC
           ADD SRT-OVERTIME-PAY TO WS-EMP-OVERTIME
           ADD SRT-BONUS-PAY    TO WS-EMP-BONUS
           ADD SRT-OTHER-EARN   TO WS-EMP-OTHER
           ADD SRT-EMPLOYER-TAX TO WS-EMP-EMPR-TAX
           ADD SRT-MATCH-AMOUNT TO WS-EMP-MATCH.

       ADD-BENEFIT.
           ADD SRT-DED-AMOUNT TO WS-EMP-DED-TOTAL
           MOVE ZERO TO WS-BEN-FOUND
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
               UNTIL WS-BEN-IDX > WS-BENEFIT-COUNT
                  OR WS-BEN-FOUND > ZERO
              IF WB-CODE (WS-BEN-IDX) = SRT-CODE
                 MOVE WS-BEN-IDX TO WS-BEN-FOUND
              END-IF
           END-PERFORM
           IF WS-BEN-FOUND = ZERO AND WS-BENEFIT-COUNT < 20
              ADD 1 TO WS-BENEFIT-COUNT
              MOVE WS-BENEFIT-COUNT TO WS-BEN-FOUND
              MOVE SRT-CODE TO WB-CODE (WS-BEN-FOUND)
              MOVE SRT-DESC TO WB-DESC (WS-BEN-FOUND)
              MOVE ZERO     TO WB-AMOUNT (WS-BEN-FOUND)
           END-IF
           IF WS-BEN-FOUND = ZERO
              ADD SRT-DED-AMOUNT TO WS-BEN-OTHER-TOTAL
           ELSE
              ADD SRT-DED-AMOUNT TO WB-AMOUNT (WS-BEN-FOUND)
           END-IF.

       END-OF-EMPLOYEE.
           IF WS-SELECTED-SW = 'Y'
              PERFORM PRINT-ONE-STATEMENT
           END-IF.

       PRINT-ONE-STATEMENT.
           MOVE WS-CURRENT-EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE SPACES TO PSEMP-NAME PSEMP-DEPT PSEMP-POSITION
           END-READ

           MOVE WS-RULE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-YEAR TO WT-YEAR
           MOVE WS-TITLE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-CURRENT-EMP-ID TO WE-EMP-ID
           MOVE PSEMP-NAME        TO WE-EMP-NAME
           MOVE WS-EMPLOYEE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE PSEMP-DEPT     TO WP-DEPT
           MOVE PSEMP-POSITION TO WP-POSITION
           MOVE WS-POSITION-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM PRINT-PAY-BLOCK
           PERFORM PRINT-COMPANY-BLOCK

           ADD WS-EMP-PAY-TOTAL WS-EMP-COMPANY-TOTAL
               GIVING WS-EMP-PACKAGE-TOTAL
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-EMP-PACKAGE-TOTAL TO WG-AMOUNT
           MOVE WS-PACKAGE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM PRINT-BENEFIT-BLOCK
           PERFORM PRINT-LEAVE-BLOCK

           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-EMP-PERIODS  TO WC-PERIODS
           MOVE WS-EMP-ARCHIVED TO WC-ARCHIVED
           MOVE WS-PERIODS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           ADD 1 TO WS-STATEMENTS-PRINTED
           ADD WS-EMP-PACKAGE-TOTAL TO WS-GRAND-PACKAGE-TOTAL.

       PRINT-PAY-BLOCK.
           MOVE "YOUR PAY" TO WK-TITLE
           PERFORM WRITE-BLOCK-TITLE
           MOVE "BASIC SALARY" TO WA-LABEL
           MOVE WS-EMP-BASIC   TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "OVERTIME"      TO WA-LABEL
           MOVE WS-EMP-OVERTIME TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "BONUS"      TO WA-LABEL
           MOVE WS-EMP-BONUS TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-EMP-OTHER > ZERO
              MOVE "OTHER EARNINGS" TO WA-LABEL
              MOVE WS-EMP-OTHER     TO WA-AMOUNT
              PERFORM WRITE-AMOUNT-LINE
           END-IF
           ADD WS-EMP-BASIC WS-EMP-OVERTIME WS-EMP-BONUS WS-EMP-OTHER
               GIVING WS-EMP-PAY-TOTAL
           MOVE "TOTAL PAY"      TO WA-LABEL
           MOVE WS-EMP-PAY-TOTAL TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-COMPANY-BLOCK.
           MOVE "PAID BY THE COMPANY ON YOUR BEHALF" TO WK-TITLE
           PERFORM WRITE-BLOCK-TITLE
           MOVE "EMPLOYER PAYROLL TAX" TO WA-LABEL
           MOVE WS-EMP-EMPR-TAX        TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "RETIREMENT PLAN MATCH" TO WA-LABEL
           MOVE WS-EMP-MATCH            TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           ADD WS-EMP-EMPR-TAX WS-EMP-MATCH
               GIVING WS-EMP-COMPANY-TOTAL
           MOVE "TOTAL COMPANY CONTRIBUTIONS" TO WA-LABEL
           MOVE WS-EMP-COMPANY-TOTAL          TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-BENEFIT-BLOCK.
           MOVE "YOUR BENEFIT DEDUCTIONS (INCLUDED IN YOUR PAY ABOVE)"
                TO WK-TITLE
           PERFORM WRITE-BLOCK-TITLE
           PERFORM WRITE-BENEFIT-LINE
               VARYING WS-BEN-IDX FROM 1 BY 1
               UNTIL WS-BEN-IDX > WS-BENEFIT-COUNT
           IF WS-BEN-OTHER-TOTAL > ZERO
              MOVE "OTHER BENEFIT DEDUCTIONS" TO WA-LABEL
              MOVE WS-BEN-OTHER-TOTAL         TO WA-AMOUNT
              PERFORM WRITE-AMOUNT-LINE
           END-IF
           MOVE "TOTAL BENEFIT DEDUCTIONS" TO WA-LABEL
           MOVE WS-EMP-DED-TOTAL           TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-BENEFIT-LINE.
           MOVE WB-CODE (WS-BEN-IDX)   TO WA-CODE
           MOVE WB-DESC (WS-BEN-IDX)   TO WA-LABEL
           MOVE WB-AMOUNT (WS-BEN-IDX) TO WA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-LEAVE-BLOCK.
           MOVE SPACES TO WK-TITLE
           STRING "YOUR LEAVE AS AT " DELIMITED BY SIZE
                  WS-RUN-DATE         DELIMITED BY SIZE
                  INTO WK-TITLE
           END-STRING
           PERFORM WRITE-BLOCK-TITLE
           MOVE ZERO TO WL-ACCRUED WL-TAKEN WL-BALANCE
           IF WS-LEAVE-OPEN-SW = 'Y'
              MOVE WS-CURRENT-EMP-ID TO LV-EMP-ID
              READ LEAVE-FILE
              NOT INVALID KEY
                 MOVE LV-ACCRUED-YTD TO WL-ACCRUED
                 MOVE LV-TAKEN-YTD   TO WL-TAKEN
                 MOVE LV-BALANCE     TO WL-BALANCE
              END-READ
           END-IF
           MOVE WS-LEAVE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-BLOCK-TITLE.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-BLOCK-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WA-CODE.

       WRITE-SUMMARY.
           MOVE WS-RULE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-STATEMENTS-PRINTED TO WS1-COUNT
           MOVE WS-SUMMARY-LINE-1 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-NOT-FOUND-COUNT TO WS2-COUNT
           MOVE WS-SUMMARY-LINE-2 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-GRAND-PACKAGE-TOTAL TO WS3-AMOUNT
           MOVE WS-SUMMARY-LINE-3 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE PAYDED-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-ACCRUAL-OPEN-SW = 'Y'
              CLOSE ACCRUAL-FILE
           END-IF
           IF WS-DEDUCT-OPEN-SW = 'Y'
              CLOSE DEDUCT-FILE
           END-IF
           IF WS-LEAVE-OPEN-SW = 'Y'
              CLOSE LEAVE-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM COMPSTMT.
