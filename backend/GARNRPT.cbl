       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNRPT.
       AUTHOR. YOUR-NAME.

      * Garnishment compliance report, run per pay date once PAYCALC
      * has posted the period.  For every live paycheck on the
      * PAY-DATE that carried a garnishment order it lists the
      * paycheck's disposable earnings and then each order in the
      * sequence PAYCALC filled them - DED-PRIORITY, then the date
      * the order was received - with the order type, the legal
      * share of disposable earnings the type may take, and the
      * amounts requested, allowed and withheld.  Where an order got
      * less than it asked the line says why: the order balance, the
      * legal limit, the limit used by orders ahead of it, the net
      * pay, or a full deduction detail.  This is the listing that
      * answers the courts and agencies that issue the orders.
      *
      * The figures are the ones the posting pass logged on
      * GARNLOG.DAT; voided paychecks are left out.  GARNRPT.IN
      * carries the PAY-DATE.  The calendar gates the run: the
      * period must be defined and calculated.  Nothing is updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNLOG-FILE ASSIGN TO "GARNLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GARNISH-LOG-KEY
               ALTERNATE RECORD KEY IS GN-PAY-DATE WITH DUPLICATES
               FILE STATUS IS GNL-FILE-STATUS.

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

           SELECT SORT-WORK-FILE ASSIGN TO "GARNRPT.WRK".

           SELECT CONTROL-FILE ASSIGN TO "GARNRPT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "GARNRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GARNLOG-FILE.
       COPY GARNLGRC.

       FD PAYROLL-FILE.
       COPY PAYREC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD CALENDAR-FILE.
       COPY PAYCALRC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-EMP-ID            PIC X(10).
          05 SRT-PRIORITY          PIC 9(2).
          05 SRT-RECEIVED-DATE     PIC X(10).
          05 SRT-CODE              PIC X(4).
          05 SRT-ORDER-TYPE        PIC X(1).
          05 SRT-DISPOSABLE        PIC 9(7)V99.
          05 SRT-LIMIT-PERCENT     PIC 9(3)V99.
          05 SRT-REQUESTED         PIC 9(7)V99.
          05 SRT-ALLOWED           PIC 9(7)V99.
          05 SRT-WITHHELD          PIC 9(7)V99.
          05 SRT-REASON            PIC X(1).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 GR-PAY-DATE          PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PAY-DATE              PIC X(10).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 GNL-FILE-STATUS          PIC XX.
       01 PAY-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 CAL-FILE-STATUS          PIC XX.
       01 WS-GARNLOG-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-LIVE-CHECK-SW         PIC X       VALUE 'N'.
       01 WS-CURRENT-EMP-ID        PIC X(10)   VALUE SPACES.

      * Run totals
       01 WS-EMPLOYEE-COUNT        PIC 9(5)    COMP VALUE ZERO.
       01 WS-ORDER-COUNT           PIC 9(5)    COMP VALUE ZERO.
       01 WS-REDUCED-COUNT         PIC 9(5)    COMP VALUE ZERO.
       01 WS-REQUESTED-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-ALLOWED-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-WITHHELD-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01 WS-HEADER-LINE.
          05 FILLER                PIC X(40) VALUE
             "GARNISHMENT COMPLIANCE FOR PAY-DATE :   ".
          05 WH-PAY-DATE            PIC X(10).
          05 FILLER                 PIC X(11) VALUE
             "   RUN ON  ".
          05 WH-RUN-DATE             PIC X(8).

       01 WS-COLUMN-HEADING.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 FILLER                 PIC X(6)  VALUE "CODE".
          05 FILLER                  PIC X(14) VALUE "ORDER TYPE".
          05 FILLER                   PIC X(5)  VALUE "PRI".
          05 FILLER                    PIC X(12) VALUE "RECEIVED".
          05 FILLER                     PIC X(8)  VALUE " LIMIT%".
          05 FILLER                      PIC X(14) VALUE
             "   REQUESTED".
          05 FILLER                       PIC X(14) VALUE
             "     ALLOWED".
          05 FILLER                        PIC X(14) VALUE
             "    WITHHELD".
          05 FILLER                         PIC X(26) VALUE
             "REDUCED BY".

       01 WS-EMPLOYEE-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WE-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WE-NAME                 PIC X(30).
          05 FILLER                  PIC X(24) VALUE
             "  DISPOSABLE EARNINGS : ".
          05 WE-DISPOSABLE            PIC Z,ZZZ,ZZ9.99.

       01 WS-DETAIL-LINE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 WD-CODE                PIC X(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WD-ORDER-TYPE           PIC X(12).
          05 FILLER                  PIC X(3)  VALUE SPACES.
          05 WD-PRIORITY              PIC Z9.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WD-RECEIVED-DATE          PIC X(10).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WD-LIMIT-PERCENT           PIC ZZ9.99.
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WD-REQUESTED                PIC Z,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)  VALUE SPACES.
          05 WD-ALLOWED                   PIC Z,ZZZ,ZZ9.99.
          05 FILLER                       PIC X(2)  VALUE SPACES.
          05 WD-WITHHELD                   PIC Z,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(2)  VALUE SPACES.
          05 WD-REASON                      PIC X(26).

       01 WS-TOTAL-LINE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 FILLER                 PIC X(9)  VALUE "ORDERS : ".
          05 WT-ORDER-COUNT          PIC ZZZZ9.
          05 FILLER                  PIC X(12) VALUE
             "  REDUCED : ".
          05 WT-REDUCED-COUNT         PIC ZZZZ9.
          05 FILLER                   PIC X(13) VALUE SPACES.
          05 WT-REQUESTED              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WT-ALLOWED                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WT-WITHHELD                 PIC ZZ,ZZZ,ZZ9.99.

       01 WS-EMPLOYEE-TOTAL-LINE.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 FILLER                 PIC X(24) VALUE
             "EMPLOYEES WITH ORDERS : ".
          05 WT-EMPLOYEE-COUNT       PIC ZZZZ9.

       01 WS-NO-ORDERS-LINE        PIC X(50) VALUE
          "  NO GARNISHMENT ORDERS ON THE PAY-DATE".
       01 WS-NO-PERIOD-LINE        PIC X(50) VALUE
          "RUN REFUSED - PAY-DATE IS NOT A DEFINED PAY PERIOD".
       01 WS-NOT-CALC-LINE         PIC X(50) VALUE
          "RUN REFUSED - PERIOD NOT YET CALCULATED".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM CHECK-PAY-PERIOD
           PERFORM WRITE-HEADERS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMP-ID SRT-PRIORITY
                                SRT-RECEIVED-DATE SRT-CODE
               INPUT PROCEDURE IS RELEASE-PERIOD-ORDERS
               OUTPUT PROCEDURE IS REPORT-ORDERS
           PERFORM WRITE-TOTALS
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           MOVE GR-PAY-DATE TO WS-PAY-DATE
           CLOSE CONTROL-FILE.

       OPEN-FILES.
      * No GARNLOG.DAT yet just means no order has ever been posted -
      * the report then says there were none.
           OPEN INPUT GARNLOG-FILE
           IF GNL-FILE-STATUS = '00'
              MOVE 'Y' TO WS-GARNLOG-OPEN-SW
           ELSE
              IF GNL-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'GARNRPT ' 'GARNLOG.DAT         '
                     GNL-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'GARNRPT ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'GARNRPT ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'GARNRPT ' 'PAYCAL.DAT          '
                  CAL-FILE-STATUS
              STOP RUN.

           OPEN OUTPUT OUTPUT-FILE.

      * The log is written by the posting pass, so the period must
      * have been calculated.  A deposited or closed period is fine.
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
           END-IF.

       REFUSE-RUN.
           WRITE OUTPUT-RECORD
           PERFORM CLOSE-FILES
           STOP RUN.

       WRITE-HEADERS.
           MOVE WS-PAY-DATE TO WH-PAY-DATE
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           MOVE WS-HEADER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COLUMN-HEADING TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * The period's orders come off the PAY-DATE alternate index;
      * an order on a paycheck since voided was never withheld and
      * is left out.
       RELEASE-PERIOD-ORDERS.
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-GARNLOG-OPEN-SW = 'N'
              MOVE 'Y' TO WS-END-OF-FILE
           ELSE
              MOVE WS-PAY-DATE TO GN-PAY-DATE
              START GARNLOG-FILE KEY IS EQUAL TO GN-PAY-DATE
              INVALID KEY
                 MOVE 'Y' TO WS-END-OF-FILE
              END-START
           END-IF
           PERFORM RELEASE-ONE-ORDER UNTIL WS-END-OF-FILE = 'Y'.

       RELEASE-ONE-ORDER.
           READ GARNLOG-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF GN-PAY-DATE NOT = WS-PAY-DATE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 PERFORM CHECK-LIVE-PAYCHECK
                 IF WS-LIVE-CHECK-SW = 'Y'
                    PERFORM RELEASE-ORDER-RECORD
                 END-IF
              END-IF
           END-READ.

       CHECK-LIVE-PAYCHECK.
           MOVE GN-EMP-ID   TO EMP-ID
           MOVE GN-PAY-DATE TO PAY-DATE
           READ PAYROLL-FILE
           INVALID KEY
              MOVE 'N' TO WS-LIVE-CHECK-SW
           NOT INVALID KEY
              IF PAY-STATUS = 'V'
                 MOVE 'N' TO WS-LIVE-CHECK-SW
              ELSE
                 MOVE 'Y' TO WS-LIVE-CHECK-SW
              END-IF
           END-READ.

       RELEASE-ORDER-RECORD.
           MOVE GN-EMP-ID        TO SRT-EMP-ID
           MOVE GN-PRIORITY      TO SRT-PRIORITY
           MOVE GN-RECEIVED-DATE TO SRT-RECEIVED-DATE
           IF SRT-RECEIVED-DATE = SPACES
              MOVE HIGH-VALUES TO SRT-RECEIVED-DATE
           END-IF
           MOVE GN-CODE          TO SRT-CODE
           MOVE GN-ORDER-TYPE    TO SRT-ORDER-TYPE
           MOVE GN-DISPOSABLE    TO SRT-DISPOSABLE
           MOVE GN-LIMIT-PERCENT TO SRT-LIMIT-PERCENT
           MOVE GN-REQUESTED     TO SRT-REQUESTED
           MOVE GN-ALLOWED       TO SRT-ALLOWED
           MOVE GN-WITHHELD      TO SRT-WITHHELD
           MOVE GN-REASON        TO SRT-REASON
           RELEASE SORT-RECORD.

       REPORT-ORDERS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM REPORT-ONE-ORDER UNTIL WS-SORT-EOF = 'Y'.

       REPORT-ONE-ORDER.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF SRT-EMP-ID NOT = WS-CURRENT-EMP-ID
                 PERFORM WRITE-EMPLOYEE-LINE
              END-IF
              PERFORM WRITE-ORDER-LINE
           END-RETURN.

      * Disposable earnings belong to the paycheck, so they print
      * once with the employee rather than on every order.
       WRITE-EMPLOYEE-LINE.
           MOVE SRT-EMP-ID TO WS-CURRENT-EMP-ID
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE WS-CURRENT-EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE "NOT ON EMPLOYEE MASTER" TO PSEMP-NAME
           END-READ
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-CURRENT-EMP-ID TO WE-EMP-ID
           MOVE PSEMP-NAME        TO WE-NAME
           MOVE SRT-DISPOSABLE    TO WE-DISPOSABLE
           MOVE WS-EMPLOYEE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-ORDER-LINE.
           ADD 1 TO WS-ORDER-COUNT
           ADD SRT-REQUESTED TO WS-REQUESTED-TOTAL
           ADD SRT-ALLOWED   TO WS-ALLOWED-TOTAL
           ADD SRT-WITHHELD  TO WS-WITHHELD-TOTAL
           IF SRT-REASON NOT = SPACE
              ADD 1 TO WS-REDUCED-COUNT
           END-IF

           MOVE SRT-CODE TO WD-CODE
           EVALUATE SRT-ORDER-TYPE
               WHEN 'C'
                    MOVE "CHILD SUPPT"  TO WD-ORDER-TYPE
               WHEN 'T'
                    MOVE "TAX LEVY"     TO WD-ORDER-TYPE
               WHEN 'S'
                    MOVE "STUDENT LOAN" TO WD-ORDER-TYPE
               WHEN OTHER
                    MOVE "CREDITOR"     TO WD-ORDER-TYPE
           END-EVALUATE
           MOVE SRT-PRIORITY TO WD-PRIORITY
           IF SRT-RECEIVED-DATE = HIGH-VALUES
              MOVE SPACES TO WD-RECEIVED-DATE
           ELSE
              MOVE SRT-RECEIVED-DATE TO WD-RECEIVED-DATE
           END-IF
           MOVE SRT-LIMIT-PERCENT TO WD-LIMIT-PERCENT
           MOVE SRT-REQUESTED     TO WD-REQUESTED
           MOVE SRT-ALLOWED       TO WD-ALLOWED
           MOVE SRT-WITHHELD      TO WD-WITHHELD
           EVALUATE SRT-REASON
               WHEN 'B'
                    MOVE "ORDER BALANCE REMAINING"    TO WD-REASON
               WHEN 'L'
                    MOVE "LEGAL LIMIT FOR ORDER TYPE" TO WD-REASON
               WHEN 'P'
                    MOVE "LIMIT USED BY PRIOR ORDERS" TO WD-REASON
               WHEN 'N'
                    MOVE "INSUFFICIENT NET PAY"       TO WD-REASON
               WHEN 'F'
                    MOVE "DEDUCTION TABLE FULL"       TO WD-REASON
               WHEN OTHER
                    MOVE SPACES                       TO WD-REASON
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-TOTALS.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-ORDER-COUNT = ZERO
              MOVE WS-NO-ORDERS-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE WS-ORDER-COUNT     TO WT-ORDER-COUNT
              MOVE WS-REDUCED-COUNT   TO WT-REDUCED-COUNT
              MOVE WS-REQUESTED-TOTAL TO WT-REQUESTED
              MOVE WS-ALLOWED-TOTAL   TO WT-ALLOWED
              MOVE WS-WITHHELD-TOTAL  TO WT-WITHHELD
              MOVE WS-TOTAL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              MOVE WS-EMPLOYEE-COUNT  TO WT-EMPLOYEE-COUNT
              MOVE WS-EMPLOYEE-TOTAL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       CLOSE-FILES.
           IF WS-GARNLOG-OPEN-SW = 'Y'
              CLOSE GARNLOG-FILE
           END-IF
           CLOSE PAYROLL-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CALENDAR-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM GARNRPT.
