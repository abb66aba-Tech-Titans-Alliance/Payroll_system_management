       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCPREM.
       AUTHOR. YOUR-NAME.

      * Workers' compensation premium report for the carrier's audit.
      * The single control record on WCPREM.IN names the first and
      * last pay date to cover - normally the policy year being
      * audited.  Every paycheck on PAYROLL.DAT dated in the range is
      * rated under the employee's class (EMP-WC-CLASS) at the
      * WCRATE.DAT rate whose policy period holds its PAY-DATE:
      *
      *   remuneration = GROSS-PAY less the overtime premium - the
      *                  part of OVERTIME-PAY paid above straight
      *                  time (OT-PREMIUM-PAY), which the carriers do
      *                  not rate.  A record from before the premium
      *                  was kept has it taken as one third of
      *                  OVERTIME-PAY, the time-and-a-half share.
      *                  NONTAX-PAY reimbursements are never in gross
      *                  and so never in remuneration.
      *   premium      = remuneration / 100 x the class rate
      *
      * WCPREM.OUT lists one block per class and policy period - each
      * employee rated in it with their paychecks, gross, premium
      * excluded and remuneration, then the class total and its
      * estimated premium - and the grand totals, so the report goes
      * to the auditor as it stands.  Voided paychecks are left out
      * and counted.  The class is the employee's current one, the
      * way BUDRPT takes the current department; a paycheck whose
      * employee is unclassified or gone from the master falls under
      * UNASSIGNED, and one whose class carries no rate for the date
      * is listed with no premium for someone to chase.  Only the
      * live PAYROLL.DAT is read - run it before PAYARCH rolls the
      * year away.  Nothing is updated.

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

           SELECT WCRATE-FILE ASSIGN TO "WCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "WCPREM.WRK".

           SELECT CONTROL-FILE ASSIGN TO "WCPREM.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "WCPREM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       COPY PAYREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD WCRATE-FILE.
       COPY WCRATERC.

      * One paycheck, already rated: the class and policy period it
      * falls under lead the key so each block comes back together,
      * employees in order inside it.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-CLASS             PIC X(4).
          05 SRT-POLICY-START      PIC X(10).
          05 SRT-EMP-ID            PIC X(10).
          05 SRT-PAY-DATE          PIC X(10).
          05 SRT-POLICY-END        PIC X(10).
          05 SRT-RATE-FOUND-SW     PIC X(1).
          05 SRT-RATE              PIC 9(3)V9999.
          05 SRT-CLASS-DESC        PIC X(30).
          05 SRT-EMP-NAME          PIC X(30).
          05 SRT-GROSS-PAY         PIC 9(7)V99.
          05 SRT-OT-PREMIUM        PIC 9(7)V99.
          05 SRT-REMUNERATION      PIC 9(7)V99.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 WQ-FROM-DATE         PIC X(10).
          05 WQ-TO-DATE           PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FROM-DATE             PIC X(10)   VALUE SPACES.
       01 WS-TO-DATE               PIC X(10)   VALUE SPACES.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 WS-WCRATE-EOF            PIC X       VALUE 'N'.
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 WCR-FILE-STATUS          PIC XX.
       01 WS-TABLE-FULL-SW         PIC X       VALUE 'N'.

       01 WS-CHECKS-READ           PIC 9(5)    COMP VALUE ZERO.
       01 WS-CHECKS-VOIDED         PIC 9(5)    COMP VALUE ZERO.
       01 WS-CHECKS-UNASSIGNED     PIC 9(5)    COMP VALUE ZERO.
       01 WS-CHECKS-UNRATED        PIC 9(5)    COMP VALUE ZERO.

      * Every WCRATE.DAT row, held for the rate lookups.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 300 TIMES.
             10 WR-CLASS          PIC X(4).
             10 WR-POLICY-START   PIC X(10).
             10 WR-POLICY-END     PIC X(10).
             10 WR-RATE           PIC 9(3)V9999.
             10 WR-DESC           PIC X(30).
       01 WS-RATE-COUNT            PIC 9(3)    COMP VALUE ZERO.
       01 WS-RATE-IDX              PIC 9(3)    COMP.
       01 WS-RATE-FOUND            PIC 9(3)    COMP VALUE ZERO.

      * The block being printed and the employee inside it.
       01 WS-FIRST-ITEM-SW         PIC X       VALUE 'Y'.
       01 WS-CUR-CLASS             PIC X(4).
       01 WS-CUR-POLICY-START      PIC X(10).
       01 WS-CUR-EMP-ID            PIC X(10).
       01 WS-CUR-EMP-NAME          PIC X(30).
       01 WS-CUR-RATE-FOUND-SW     PIC X(1).
       01 WS-CUR-RATE              PIC 9(3)V9999.

       01 WS-EMP-CHECKS            PIC 9(5)    COMP VALUE ZERO.
       01 WS-EMP-GROSS             PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-OT-PREMIUM        PIC 9(9)V99 VALUE ZERO.
       01 WS-EMP-REMUNERATION      PIC 9(9)V99 VALUE ZERO.

       01 WS-BLK-EMPLOYEES         PIC 9(5)    COMP VALUE ZERO.
       01 WS-BLK-GROSS             PIC 9(11)V99 VALUE ZERO.
       01 WS-BLK-OT-PREMIUM        PIC 9(11)V99 VALUE ZERO.
       01 WS-BLK-REMUNERATION      PIC 9(11)V99 VALUE ZERO.
       01 WS-BLK-PREMIUM           PIC 9(11)V99 VALUE ZERO.

       01 WS-GT-GROSS              PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-OT-PREMIUM         PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-REMUNERATION       PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-PREMIUM            PIC 9(11)V99 VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(40) VALUE
             "WORKERS' COMPENSATION PREMIUM REPORT   ".
          05 FILLER                PIC X(10) VALUE "PAY DATES ".
          05 WT-FROM-DATE           PIC X(10).
          05 FILLER                 PIC X(4)  VALUE " TO ".
          05 WT-TO-DATE             PIC X(10).
          05 FILLER                 PIC X(11) VALUE "   RUN ON: ".
          05 WT-RUN-DATE            PIC X(8).

       01 WS-LEGEND-LINE.
          05 FILLER                PIC X(50) VALUE
             "REMUNERATION = GROSS PAY LESS OVERTIME PREMIUM -  ".
          05 FILLER                PIC X(40) VALUE
             "PREMIUM = REMUNERATION / 100 X RATE".

       01 WS-BLOCK-HEADING.
          05 FILLER                PIC X(7)  VALUE "CLASS: ".
          05 WH-CLASS               PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WH-CLASS-DESC          PIC X(30).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 FILLER                 PIC X(8)  VALUE "POLICY: ".
          05 WH-POLICY-START        PIC X(10).
          05 FILLER                 PIC X(4)  VALUE " TO ".
          05 WH-POLICY-END          PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WH-RATE-TEXT           PIC X(14).
          05 WH-RATE                PIC ZZ9.9999.

       01 WS-EMPLOYEE-COLUMNS.
          05 FILLER                PIC X(51) VALUE
             "  EMP-ID      NAME                           CHECKS".
          05 FILLER                PIC X(51) VALUE
             "        GROSS PAY   OT PREMIUM OUT     REMUNERATION".

       01 WS-EMPLOYEE-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WE-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WE-EMP-NAME            PIC X(30).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WE-CHECKS              PIC ZZZZ9.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WE-GROSS               PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WE-OT-PREMIUM          PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WE-REMUNERATION        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WL-LABEL               PIC X(30).
          05 FILLER                 PIC X(14) VALUE SPACES.
          05 WL-COUNT               PIC ZZZZ9.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WL-GROSS               PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WL-OT-PREMIUM          PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WL-REMUNERATION        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-PREMIUM-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WM-LABEL               PIC X(30).
          05 FILLER                 PIC X(54) VALUE SPACES.
          05 WM-PREMIUM             PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WM-NOTE                PIC X(16).

       01 WS-SUMMARY-LINE.
          05 WSL-LABEL              PIC X(32).
          05 WSL-COUNT              PIC ZZZZZZ9.

       01 WS-TABLE-FULL-LINE       PIC X(60) VALUE
          "*** RATE TABLE FULL - SOME WCRATE.DAT ROWS NOT LOADED".
       01 WS-BAD-RANGE-LINE        PIC X(60) VALUE
          "RUN REFUSED - FROM/TO PAY DATES MISSING OR REVERSED".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM CHECK-DATE-RANGE
           PERFORM LOAD-RATES
           PERFORM WRITE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLASS SRT-POLICY-START
                                SRT-EMP-ID SRT-PAY-DATE
               INPUT PROCEDURE IS RATE-PAYCHECKS
               OUTPUT PROCEDURE IS PRINT-PREMIUM-BLOCKS
           PERFORM WRITE-GRAND-TOTALS
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           NOT AT END
              MOVE WQ-FROM-DATE TO WS-FROM-DATE
              MOVE WQ-TO-DATE   TO WS-TO-DATE
           END-READ
           CLOSE CONTROL-FILE.

       OPEN-FILES.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'WCPREM  ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'WCPREM  ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT WCRATE-FILE
           IF WCR-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'WCPREM  ' 'WCRATE.DAT          '
                  WCR-FILE-STATUS
              STOP RUN.

           OPEN OUTPUT OUTPUT-FILE.

      * ISO dates compare correctly as plain text.
       CHECK-DATE-RANGE.
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
              OR WS-FROM-DATE > WS-TO-DATE
              MOVE WS-BAD-RANGE-LINE TO OUTPUT-RECORD
              PERFORM REFUSE-RUN
           END-IF.

       REFUSE-RUN.
           WRITE OUTPUT-RECORD
           PERFORM CLOSE-FILES
           STOP RUN.

       LOAD-RATES.
           MOVE ZERO TO WS-RATE-COUNT
           PERFORM LOAD-ONE-RATE UNTIL WS-WCRATE-EOF = 'Y'.

       LOAD-ONE-RATE.
           READ WCRATE-FILE
           AT END
              MOVE 'Y' TO WS-WCRATE-EOF
           NOT AT END
              IF WS-RATE-COUNT < 300
                 ADD 1 TO WS-RATE-COUNT
                 MOVE WC-CLASS-CODE   TO WR-CLASS (WS-RATE-COUNT)
                 MOVE WC-POLICY-START
                      TO WR-POLICY-START (WS-RATE-COUNT)
                 MOVE WC-POLICY-END   TO WR-POLICY-END (WS-RATE-COUNT)
                 MOVE WC-RATE-PER-100 TO WR-RATE (WS-RATE-COUNT)
                 MOVE WC-CLASS-DESC   TO WR-DESC (WS-RATE-COUNT)
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-READ.

       WRITE-HEADER.
           MOVE WS-FROM-DATE   TO WT-FROM-DATE
           MOVE WS-TO-DATE     TO WT-TO-DATE
           MOVE WS-RUN-DATE    TO WT-RUN-DATE
           MOVE WS-TITLE-LINE  TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-LEGEND-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-TABLE-FULL-SW = 'Y'
              MOVE WS-TABLE-FULL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

      * The PAY-DATE alternate index positions the read at the first
      * paycheck of the range.
       RATE-PAYCHECKS.
           MOVE WS-FROM-DATE TO PAY-DATE
           START PAYROLL-FILE KEY IS NOT LESS THAN PAY-DATE
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM READ-PAYROLL-RECORDS UNTIL WS-END-OF-FILE = 'Y'.

       READ-PAYROLL-RECORDS.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE > WS-TO-DATE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-CHECKS-READ
                 IF PAY-STATUS = 'V'
                    ADD 1 TO WS-CHECKS-VOIDED
                 ELSE
                    PERFORM RATE-ONE-PAYCHECK
                 END-IF
              END-IF
           END-READ.

       RATE-ONE-PAYCHECK.
           MOVE SPACES   TO SORT-RECORD
           MOVE EMP-ID   TO SRT-EMP-ID
           MOVE PAY-DATE TO SRT-PAY-DATE
           MOVE EMP-ID   TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE SPACES TO SRT-CLASS
              MOVE "*** NOT ON EMPLOYEE MASTER" TO SRT-EMP-NAME
           NOT INVALID KEY
              MOVE PSEMP-WC-CLASS TO SRT-CLASS
              MOVE PSEMP-NAME     TO SRT-EMP-NAME
           END-READ

           IF OT-PREMIUM-PAY NUMERIC
              MOVE OT-PREMIUM-PAY TO SRT-OT-PREMIUM
           ELSE
              COMPUTE SRT-OT-PREMIUM ROUNDED = OVERTIME-PAY / 3
           END-IF
           IF SRT-OT-PREMIUM > GROSS-PAY
              MOVE GROSS-PAY TO SRT-OT-PREMIUM
           END-IF
           MOVE GROSS-PAY TO SRT-GROSS-PAY
           COMPUTE SRT-REMUNERATION = GROSS-PAY - SRT-OT-PREMIUM

           MOVE 'N'  TO SRT-RATE-FOUND-SW
           MOVE ZERO TO SRT-RATE
           IF SRT-CLASS = SPACES
              ADD 1 TO WS-CHECKS-UNASSIGNED
           ELSE
              PERFORM FIND-CLASS-RATE
              IF WS-RATE-FOUND > ZERO
                 MOVE 'Y' TO SRT-RATE-FOUND-SW
                 MOVE WR-POLICY-START (WS-RATE-FOUND)
                      TO SRT-POLICY-START
                 MOVE WR-POLICY-END (WS-RATE-FOUND) TO SRT-POLICY-END
                 MOVE WR-RATE (WS-RATE-FOUND) TO SRT-RATE
                 MOVE WR-DESC (WS-RATE-FOUND) TO SRT-CLASS-DESC
              ELSE
                 ADD 1 TO WS-CHECKS-UNRATED
                 PERFORM FIND-CLASS-DESC
              END-IF
           END-IF
           RELEASE SORT-RECORD.

      * The row for the class whose policy period holds the PAY-DATE.
       FIND-CLASS-RATE.
           MOVE ZERO TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                  OR WS-RATE-FOUND > ZERO
              IF WR-CLASS (WS-RATE-IDX) = SRT-CLASS
                 AND WR-POLICY-START (WS-RATE-IDX) NOT > SRT-PAY-DATE
                 AND WR-POLICY-END (WS-RATE-IDX) NOT < SRT-PAY-DATE
                 MOVE WS-RATE-IDX TO WS-RATE-FOUND
              END-IF
           END-PERFORM.

      * A class with no rate for the date may still be named on the
      * file for another policy period - borrow its description.
       FIND-CLASS-DESC.
           MOVE ZERO TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                  OR WS-RATE-FOUND > ZERO
              IF WR-CLASS (WS-RATE-IDX) = SRT-CLASS
                 MOVE WS-RATE-IDX TO WS-RATE-FOUND
              END-IF
           END-PERFORM
           IF WS-RATE-FOUND > ZERO
              MOVE WR-DESC (WS-RATE-FOUND) TO SRT-CLASS-DESC
           END-IF.

       PRINT-PREMIUM-BLOCKS.
           PERFORM RETURN-ONE-PAYCHECK UNTIL WS-SORT-EOF = 'Y'
           IF WS-FIRST-ITEM-SW = 'N'
              PERFORM END-OF-EMPLOYEE
              PERFORM END-OF-BLOCK
           END-IF.

       RETURN-ONE-PAYCHECK.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF WS-FIRST-ITEM-SW = 'Y'
                 MOVE 'N' TO WS-FIRST-ITEM-SW
                 PERFORM START-BLOCK
                 PERFORM START-EMPLOYEE
              ELSE
                 IF SRT-CLASS NOT = WS-CUR-CLASS
                    OR SRT-POLICY-START NOT = WS-CUR-POLICY-START
                    PERFORM END-OF-EMPLOYEE
                    PERFORM END-OF-BLOCK
                    PERFORM START-BLOCK
                    PERFORM START-EMPLOYEE
                 ELSE
                    IF SRT-EMP-ID NOT = WS-CUR-EMP-ID
                       PERFORM END-OF-EMPLOYEE
                       PERFORM START-EMPLOYEE
                    END-IF
                 END-IF
              END-IF
              ADD 1                TO WS-EMP-CHECKS
              ADD SRT-GROSS-PAY    TO WS-EMP-GROSS
              ADD SRT-OT-PREMIUM   TO WS-EMP-OT-PREMIUM
              ADD SRT-REMUNERATION TO WS-EMP-REMUNERATION
           END-RETURN.

       START-BLOCK.
           MOVE SRT-CLASS         TO WS-CUR-CLASS
           MOVE SRT-POLICY-START  TO WS-CUR-POLICY-START
           MOVE SRT-RATE-FOUND-SW TO WS-CUR-RATE-FOUND-SW
           MOVE SRT-RATE          TO WS-CUR-RATE
           MOVE ZERO TO WS-BLK-EMPLOYEES
           MOVE ZERO TO WS-BLK-GROSS WS-BLK-OT-PREMIUM
                        WS-BLK-REMUNERATION WS-BLK-PREMIUM

           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF SRT-CLASS = SPACES
              MOVE "UNASSIGNED" TO WH-CLASS
              MOVE "NO CLASS ON THE MASTER" TO WH-CLASS-DESC
           ELSE
              MOVE SRT-CLASS      TO WH-CLASS
              MOVE SRT-CLASS-DESC TO WH-CLASS-DESC
           END-IF
           IF SRT-RATE-FOUND-SW = 'Y'
              MOVE SRT-POLICY-START TO WH-POLICY-START
              MOVE SRT-POLICY-END   TO WH-POLICY-END
              MOVE "RATE PER 100: " TO WH-RATE-TEXT
              MOVE SRT-RATE         TO WH-RATE
           ELSE
              MOVE "NONE ON FILE"   TO WH-POLICY-START
              MOVE SPACES           TO WH-POLICY-END
              MOVE "NO RATE       " TO WH-RATE-TEXT
              MOVE ZERO             TO WH-RATE
           END-IF
           MOVE WS-BLOCK-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-EMPLOYEE-COLUMNS TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       START-EMPLOYEE.
           MOVE SRT-EMP-ID   TO WS-CUR-EMP-ID
           MOVE SRT-EMP-NAME TO WS-CUR-EMP-NAME
           MOVE ZERO TO WS-EMP-CHECKS
           MOVE ZERO TO WS-EMP-GROSS WS-EMP-OT-PREMIUM
                        WS-EMP-REMUNERATION.

       END-OF-EMPLOYEE.
           MOVE WS-CUR-EMP-ID       TO WE-EMP-ID
           MOVE WS-CUR-EMP-NAME     TO WE-EMP-NAME
           MOVE WS-EMP-CHECKS       TO WE-CHECKS
           MOVE WS-EMP-GROSS        TO WE-GROSS
           MOVE WS-EMP-OT-PREMIUM   TO WE-OT-PREMIUM
           MOVE WS-EMP-REMUNERATION TO WE-REMUNERATION
           MOVE WS-EMPLOYEE-LINE    TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           ADD 1                   TO WS-BLK-EMPLOYEES
           ADD WS-EMP-GROSS        TO WS-BLK-GROSS
           ADD WS-EMP-OT-PREMIUM   TO WS-BLK-OT-PREMIUM
           ADD WS-EMP-REMUNERATION TO WS-BLK-REMUNERATION.

      * The rate is the same for every paycheck in the block, so the
      * premium is priced once on the class total.
       END-OF-BLOCK.
           MOVE "CLASS TOTAL - EMPLOYEES"  TO WL-LABEL
           MOVE WS-BLK-EMPLOYEES    TO WL-COUNT
           MOVE WS-BLK-GROSS        TO WL-GROSS
           MOVE WS-BLK-OT-PREMIUM   TO WL-OT-PREMIUM
           MOVE WS-BLK-REMUNERATION TO WL-REMUNERATION
           MOVE WS-TOTAL-LINE       TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO WM-NOTE
           IF WS-CUR-RATE-FOUND-SW = 'Y'
              COMPUTE WS-BLK-PREMIUM ROUNDED =
                  WS-BLK-REMUNERATION * WS-CUR-RATE / 100
           ELSE
              MOVE ZERO TO WS-BLK-PREMIUM
              IF WS-CUR-CLASS = SPACES
                 MOVE "NOT CLASSIFIED" TO WM-NOTE
              ELSE
                 MOVE "NOT RATED" TO WM-NOTE
              END-IF
           END-IF
           MOVE "ESTIMATED PREMIUM" TO WM-LABEL
           MOVE WS-BLK-PREMIUM      TO WM-PREMIUM
           MOVE WS-PREMIUM-LINE     TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           ADD WS-BLK-GROSS        TO WS-GT-GROSS
           ADD WS-BLK-OT-PREMIUM   TO WS-GT-OT-PREMIUM
           ADD WS-BLK-REMUNERATION TO WS-GT-REMUNERATION
           ADD WS-BLK-PREMIUM      TO WS-GT-PREMIUM.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "ALL CLASSES - PAYCHECKS" TO WL-LABEL
           COMPUTE WL-COUNT = WS-CHECKS-READ - WS-CHECKS-VOIDED
           MOVE WS-GT-GROSS         TO WL-GROSS
           MOVE WS-GT-OT-PREMIUM    TO WL-OT-PREMIUM
           MOVE WS-GT-REMUNERATION  TO WL-REMUNERATION
           MOVE WS-TOTAL-LINE       TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WM-NOTE
           MOVE "TOTAL ESTIMATED PREMIUM" TO WM-LABEL
           MOVE WS-GT-PREMIUM       TO WM-PREMIUM
           MOVE WS-PREMIUM-LINE     TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-SUMMARY.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "PAYCHECKS READ          :" TO WSL-LABEL
           MOVE WS-CHECKS-READ       TO WSL-COUNT
           MOVE WS-SUMMARY-LINE      TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "EXCLUDED - VOIDED       :" TO WSL-LABEL
           MOVE WS-CHECKS-VOIDED     TO WSL-COUNT
           MOVE WS-SUMMARY-LINE      TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "UNASSIGNED - NO CLASS   :" TO WSL-LABEL
           MOVE WS-CHECKS-UNASSIGNED TO WSL-COUNT
           MOVE WS-SUMMARY-LINE      TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "CLASS NOT RATED FOR DATE:" TO WSL-LABEL
           MOVE WS-CHECKS-UNRATED    TO WSL-COUNT
           MOVE WS-SUMMARY-LINE      TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE WCRATE-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM WCPREM.
