      * or failed master account sends the WHOLE paycheck to
      * CHKPRINT's check bucket, which prints full net - funding
      * allocations first would pay the employee twice.
      *
      * When COMPANY.DAT is in use every company gets a batch of its
      * own - header carrying the company's ACH originator details,
      * its employees' deposit entries, its share of the pending
      * reversals and reissues, and its own control trailer - and
      * its own ACHGEN control total record for BALCHK.  A paycheck
      * goes with the company it was paid under (PAY-COMPANY, or
      * the employee's current company on a paycheck posted before
      * companies were kept); a reversal or reissue goes with the
      * company of the original paycheck it pulls back or replaces.
      * A paycheck whose company is not on the master is skipped and
      * noted, and a reversal or reissue whose company is not on the
      * master is held for the next run.  The trace numbers run on
      * across the batches, so they stay unique within the pay date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSC-FILE-STATUS.

           SELECT REISSUE-HOLD-FILE ASSIGN TO "REISSCR.HLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSH-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN TO "ACHGEN.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD REISSCR-FILE.
       COPY REISCRRC.

       FD REISSUE-HOLD-FILE.
       COPY REISCRRC REPLACING
           ==REISSUE-CREDIT-RECORD== BY ==REISSUE-HELD-RECORD==
           LEADING ==RC-== BY ==HC-==.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD INPUT-FILE.
       01 INPUT-RECORD.
          05 IN-PAY-DATE          PIC X(10).
       01 WS-REISSUE-EOF          PIC X       VALUE 'N'.
       01 WS-REISSUE-COUNT        PIC 9(5)    COMP VALUE ZERO.
       01 WS-REISSUE-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 RSH-FILE-STATUS         PIC XX.
       01 WS-RSC-HOLD-OPEN-SW     PIC X       VALUE 'N'.
       01 WS-RSC-HELD-EOF         PIC X       VALUE 'N'.
       01 WS-RSC-HELD-COUNT       PIC 9(5)    COMP VALUE ZERO.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-ENTRY-COUNT          PIC 9(7)    COMP VALUE ZERO.
       01 WS-TOTAL-AMOUNT         PIC 9(9)V99 VALUE ZERO.
       01 WS-ALLOC-OPEN-SW        PIC X       VALUE 'N'.
       01 WS-ALLOC-EOF            PIC X       VALUE 'N'.

      * Company batches.  One table entry per company on
      * COMPANY.DAT, in code order; without the file there is one
      * entry with a blank code and the run is a single batch as it
      * always was.  A company past the table's end finds no batch
      * and its paychecks show up as skipped - unknown company.
       01 CO-FILE-STATUS          PIC XX.
       01 WS-COMPANY-OPEN-SW      PIC X       VALUE 'N'.
       01 WS-COMPANY-EOF          PIC X       VALUE 'N'.
       01 WS-COMPANY-COUNT        PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-IDX               PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-SUB               PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-COMPANY-TABLE.
          05 WS-CO-ENTRY          OCCURS 50 TIMES.
             10 WK-CO-CODE        PIC X(4).
             10 WK-CO-ACH-ID      PIC X(10).
             10 WK-CO-ACH-NAME    PIC X(16).
             10 WK-CO-ORIGIN-DFI  PIC X(9).
       01 WS-PAY-COMPANY          PIC X(4)    VALUE SPACES.
       01 WS-ORIG-EMP-ID          PIC X(10).
       01 WS-ORIG-PAY-DATE        PIC X(10).
       01 WS-GRAND-ENTRY-COUNT    PIC 9(7)    COMP VALUE ZERO.
       01 WS-GRAND-TOTAL-AMOUNT   PIC 9(9)V99 VALUE ZERO.

      * Split-deposit state for the payroll record in hand: the pay
      * still unrouted after each allocation funds, the amount the
      * entry being written carries, and the verified remainder
          05 FILLER                PIC X(21) VALUE
             "ACH DEPOSIT BATCH   ".
          05 WB-PAY-DATE            PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WB-COMPANY             PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WB-ACH-NAME            PIC X(16).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WB-ACH-ID              PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WB-ORIGIN-DFI          PIC X(9).

       01 WS-ENTRY-DETAIL.
          05 FILLER               PIC X(1)  VALUE "6".
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-SKIP-EMP-NAME          PIC X(30).

       01 WS-COMPANY-SKIP-LINE.
          05 FILLER               PIC X(1)  VALUE "9".
          05 FILLER                PIC X(28) VALUE
             "SKIPPED - UNKNOWN COMPANY - ".
          05 WS-COSKIP-EMP-ID        PIC X(10).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WS-COSKIP-COMPANY         PIC X(4).

       01 WS-PRENOTE-DETAIL.
          05 FILLER               PIC X(1)  VALUE "6".
          05 WN-BANK-ROUTING        PIC X(9).

       01 WS-REV-HELD-LINE.
          05 FILLER               PIC X(1)  VALUE "9".
          05 WS-HELD-REASON        PIC X(34).
          05 WS-HELD-EMP-ID          PIC X(10).

       01 WS-HELD-SUMMARY-LINE.
             "REVERSALS HELD   :".
          05 WS-HELD-TOTAL           PIC Z(4)9.

       01 WS-RSC-HELD-LINE.
          05 FILLER               PIC X(1)  VALUE "9".
          05 FILLER                PIC X(34) VALUE
             "REISSUE HELD - UNKNOWN COMPANY - ".
          05 WS-RSC-HELD-EMP-ID      PIC X(10).

       01 WS-RSC-HELD-SUMMARY-LINE.
          05 FILLER               PIC X(1)  VALUE "9".
          05 FILLER                PIC X(19) VALUE
             "REISSUES HELD    :".
          05 WS-RSC-HELD-TOTAL       PIC Z(4)9.

       01 WS-NO-PERIOD-LINE       PIC X(50) VALUE
          "RUN REFUSED - PAY-DATE IS NOT A DEFINED PAY PERIOD".
       01 WS-DEPOSITED-LINE       PIC X(50) VALUE
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM CHECK-PAY-PERIOD
           PERFORM LOAD-COMPANY-TABLE
           PERFORM BUILD-COMPANY-BATCH
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM SKIP-UNKNOWN-COMPANIES
           END-IF
           PERFORM CLEAR-PENDING-REVERSALS
           PERFORM CLEAR-PENDING-REISSUES
           PERFORM WRITE-SKIP-SUMMARY
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM STAMP-PERIOD-DEPOSITED
           PERFORM CLOSE-FILES
           STOP RUN.

      * One batch per company table entry.  The deposit entries,
      * reversals and reissues for the company are gathered with a
      * pass each, and the batch trailer and control total carry
      * only what this batch holds.
       BUILD-COMPANY-BATCH.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-TOTAL-AMOUNT
           MOVE ZERO TO WS-REVERSAL-COUNT
           MOVE ZERO TO WS-REVERSAL-TOTAL
           MOVE ZERO TO WS-REISSUE-COUNT
           MOVE ZERO TO WS-REISSUE-TOTAL
           MOVE 'N'  TO WS-END-OF-FILE
           PERFORM WRITE-BATCH-HEADER
           PERFORM BUILD-ACH-FILE
           PERFORM CARRY-PENDING-REVERSALS
           PERFORM CARRY-PENDING-REISSUES
           PERFORM WRITE-BATCH-TRAILER
           ADD WS-ENTRY-COUNT  TO WS-GRAND-ENTRY-COUNT
           ADD WS-TOTAL-AMOUNT TO WS-GRAND-TOTAL-AMOUNT
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM WRITE-COMPANY-CONTROL-TOTALS
           END-IF.

      * Every company on the master, active or not - a company being
      * wound down still has reversals and reissues to settle.
       LOAD-COMPANY-TABLE.
           MOVE ZERO TO WS-COMPANY-COUNT
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
              MOVE 'N' TO WS-COMPANY-EOF
              MOVE LOW-VALUES TO CO-CODE
              START COMPANY-FILE KEY IS NOT LESS THAN CO-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-COMPANY-EOF
              END-START
              PERFORM LOAD-ONE-COMPANY UNTIL WS-COMPANY-EOF = 'Y'
              CLOSE COMPANY-FILE
           ELSE
              IF CO-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'ACHGEN  ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF
           IF WS-COMPANY-COUNT = ZERO
              MOVE 'N'    TO WS-COMPANY-OPEN-SW
              MOVE 1      TO WS-COMPANY-COUNT
              MOVE SPACES TO WS-CO-ENTRY (1)
           END-IF.

       LOAD-ONE-COMPANY.
           READ COMPANY-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-COMPANY-EOF
           NOT AT END
              IF WS-COMPANY-COUNT < 50
                 ADD 1 TO WS-COMPANY-COUNT
                 MOVE CO-CODE
                      TO WK-CO-CODE (WS-COMPANY-COUNT)
                 MOVE CO-ACH-COMPANY-ID
                      TO WK-CO-ACH-ID (WS-COMPANY-COUNT)
                 MOVE CO-ACH-COMPANY-NAME
                      TO WK-CO-ACH-NAME (WS-COMPANY-COUNT)
                 MOVE CO-ACH-ORIGIN-DFI
                      TO WK-CO-ORIGIN-DFI (WS-COMPANY-COUNT)
              END-IF
           END-READ.

      * The company a paycheck was paid under.  A paycheck posted
      * before companies were kept carries none and goes with the
      * employee's current company.  Without a company master every
      * paycheck resolves to the one blank-coded batch.
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

      * A reversal or reissue belongs to the company of the original
      * paycheck (WS-ORIG-EMP-ID/WS-ORIG-PAY-DATE) it settles.
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

       FIND-COMPANY-ENTRY.
           MOVE 'N' TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-COMPANY-COUNT
                  OR WS-CO-FOUND-SW = 'Y'
               IF WK-CO-CODE (WS-CO-SUB) = WS-PAY-COMPANY
                  MOVE 'Y' TO WS-CO-FOUND-SW
               END-IF
           END-PERFORM.

      * Paychecks no company batch took - their company is not on
      * the master - are listed as skipped, like any other deposit
      * that could not be sent.
       SKIP-UNKNOWN-COMPANIES.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE WS-PAY-DATE TO PAY-DATE
           START PAYROLL-FILE KEY IS EQUAL TO PAY-DATE
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM SKIP-ONE-UNKNOWN UNTIL WS-END-OF-FILE = 'Y'.

       SKIP-ONE-UNKNOWN.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PAY-DATE NOT = WS-PAY-DATE
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF NET-PAY > ZERO
                    AND PAY-STATUS NOT = 'V' AND PAY-STATUS NOT = 'R'
                    PERFORM RESOLVE-PAY-COMPANY
                    PERFORM FIND-COMPANY-ENTRY
                    IF WS-CO-FOUND-SW = 'N'
                       MOVE EMP-ID         TO WS-COSKIP-EMP-ID
                       MOVE WS-PAY-COMPANY TO WS-COSKIP-COMPANY
                       MOVE WS-COMPANY-SKIP-LINE TO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
                 END-IF
              END-IF
           END-READ.

      * Every reversal PAYADJ has booked since the last run rides
      * this file as a debit entry, reported on its own control line
      * so the credit total still balances to the deposit entries.
      * A reversal the bank can take goes out exactly once; one that
      * cannot be sent yet (no usable bank details today) is held on
      * ACHREV.HLD and written back so it rides the next run instead
      * of silently vanishing with the truncation.  Each company
      * batch reads the whole file and takes its own reversals; the
      * file is emptied once every batch has had its pass.
       CARRY-PENDING-REVERSALS.
           OPEN INPUT REVERSAL-FILE
           IF REV-FILE-STATUS = '00'
              PERFORM CARRY-ONE-REVERSAL
                  UNTIL WS-REVERSAL-EOF = 'Y'
              CLOSE REVERSAL-FILE
           END-IF
           IF WS-REVERSAL-COUNT > ZERO
              MOVE WS-REVERSAL-COUNT TO WV-REVERSAL-COUNT
              MOVE WS-REVERSAL-TOTAL TO WV-REVERSAL-TOTAL
              MOVE WS-REVERSAL-TRAILER TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       CARRY-ONE-REVERSAL.
           READ REVERSAL-FILE
           AT END
              MOVE 'Y' TO WS-REVERSAL-EOF
           NOT AT END
              MOVE RV-EMP-ID   TO WS-ORIG-EMP-ID
              MOVE RV-PAY-DATE TO WS-ORIG-PAY-DATE
              PERFORM RESOLVE-ORIGINAL-COMPANY
              IF WS-PAY-COMPANY = WK-CO-CODE (WS-CO-IDX)
                 PERFORM WRITE-REVERSAL-ENTRY
              END-IF
           END-READ.

      * After the last batch: a reversal whose company is not on the
      * master is held like one with no bank details, then the file
      * is emptied and everything held is written back to it.
       CLEAR-PENDING-REVERSALS.
           OPEN INPUT REVERSAL-FILE
           IF REV-FILE-STATUS = '00'
              IF WS-COMPANY-OPEN-SW = 'Y'
                 MOVE 'N' TO WS-REVERSAL-EOF
                 PERFORM HOLD-ONE-UNKNOWN-REVERSAL
                     UNTIL WS-REVERSAL-EOF = 'Y'
              END-IF
              CLOSE REVERSAL-FILE
              OPEN OUTPUT REVERSAL-FILE
              IF WS-HELD-COUNT > ZERO
                 PERFORM RESTORE-HELD-REVERSALS
              END-IF
              CLOSE REVERSAL-FILE
           END-IF
           IF WS-HELD-COUNT > ZERO
              MOVE WS-HELD-COUNT TO WS-HELD-TOTAL
              WRITE OUTPUT-RECORD
           END-IF.

       HOLD-ONE-UNKNOWN-REVERSAL.
           READ REVERSAL-FILE
           AT END
              MOVE 'Y' TO WS-REVERSAL-EOF
           NOT AT END
              MOVE RV-EMP-ID   TO WS-ORIG-EMP-ID
              MOVE RV-PAY-DATE TO WS-ORIG-PAY-DATE
              PERFORM RESOLVE-ORIGINAL-COMPANY
              PERFORM FIND-COMPANY-ENTRY
              IF WS-CO-FOUND-SW = 'N'
                 MOVE "REVERSAL HELD - UNKNOWN COMPANY - "
                      TO WS-HELD-REASON
                 PERFORM HOLD-REVERSAL
              END-IF
           END-READ.

      * The receivable stays on the books until it can actually go
      * control line so the batch total still balances to the pay
      * date's own deposit entries.  The details on the record are
      * the verified account captured at reissue time; the file is
      * emptied after the last batch so a replacement is only ever
      * sent once.
       CARRY-PENDING-REISSUES.
           OPEN INPUT REISSCR-FILE
           IF RSC-FILE-STATUS = '00'
              MOVE 'N' TO WS-REISSUE-EOF
              PERFORM CARRY-ONE-REISSUE UNTIL WS-REISSUE-EOF = 'Y'
              CLOSE REISSCR-FILE
           END-IF
           IF WS-REISSUE-COUNT > ZERO
              MOVE WS-REISSUE-COUNT TO WR-REISSUE-COUNT
           AT END
              MOVE 'Y' TO WS-REISSUE-EOF
           NOT AT END
              MOVE RC-EMP-ID   TO WS-ORIG-EMP-ID
              MOVE RC-PAY-DATE TO WS-ORIG-PAY-DATE
              PERFORM RESOLVE-ORIGINAL-COMPANY
              IF WS-PAY-COMPANY = WK-CO-CODE (WS-CO-IDX)
                 PERFORM WRITE-REISSUE-ENTRY
              END-IF
           END-READ.

      * After the last batch: a reissue whose company is not on the
      * master cannot be sent under any originator, so it is held on
      * REISSCR.HLD and written back for the next run once the file
      * has been emptied.
       CLEAR-PENDING-REISSUES.
           OPEN INPUT REISSCR-FILE
           IF RSC-FILE-STATUS = '00'
              IF WS-COMPANY-OPEN-SW = 'Y'
                 MOVE 'N' TO WS-REISSUE-EOF
                 PERFORM HOLD-ONE-UNKNOWN-REISSUE
                     UNTIL WS-REISSUE-EOF = 'Y'
              END-IF
              CLOSE REISSCR-FILE
              OPEN OUTPUT REISSCR-FILE
              IF WS-RSC-HELD-COUNT > ZERO
                 PERFORM RESTORE-HELD-REISSUES
              END-IF
              CLOSE REISSCR-FILE
           END-IF
           IF WS-RSC-HELD-COUNT > ZERO
              MOVE WS-RSC-HELD-COUNT TO WS-RSC-HELD-TOTAL
              MOVE WS-RSC-HELD-SUMMARY-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       HOLD-ONE-UNKNOWN-REISSUE.
           READ REISSCR-FILE
           AT END
              MOVE 'Y' TO WS-REISSUE-EOF
           NOT AT END
              MOVE RC-EMP-ID   TO WS-ORIG-EMP-ID
              MOVE RC-PAY-DATE TO WS-ORIG-PAY-DATE
              PERFORM RESOLVE-ORIGINAL-COMPANY
              PERFORM FIND-COMPANY-ENTRY
              IF WS-CO-FOUND-SW = 'N'
                 PERFORM HOLD-REISSUE
              END-IF
           END-READ.

       HOLD-REISSUE.
           IF WS-RSC-HOLD-OPEN-SW = 'N'
              OPEN OUTPUT REISSUE-HOLD-FILE
              MOVE 'Y' TO WS-RSC-HOLD-OPEN-SW
           END-IF
           MOVE RC-EMP-ID       TO HC-EMP-ID
           MOVE RC-PAY-DATE     TO HC-PAY-DATE
           MOVE RC-AMOUNT       TO HC-AMOUNT
           MOVE RC-BANK-ROUTING TO HC-BANK-ROUTING
           MOVE RC-BANK-ACCOUNT TO HC-BANK-ACCOUNT
           MOVE RC-ACCOUNT-TYPE TO HC-ACCOUNT-TYPE
           WRITE REISSUE-HELD-RECORD
           ADD 1 TO WS-RSC-HELD-COUNT

           MOVE RC-EMP-ID TO WS-RSC-HELD-EMP-ID
           MOVE WS-RSC-HELD-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       RESTORE-HELD-REISSUES.
           CLOSE REISSUE-HOLD-FILE
           OPEN INPUT REISSUE-HOLD-FILE
           MOVE 'N' TO WS-RSC-HELD-EOF
           PERFORM RESTORE-ONE-HELD-REISSUE
               UNTIL WS-RSC-HELD-EOF = 'Y'
           CLOSE REISSUE-HOLD-FILE.

       RESTORE-ONE-HELD-REISSUE.
           READ REISSUE-HOLD-FILE
           AT END
              MOVE 'Y' TO WS-RSC-HELD-EOF
           NOT AT END
              MOVE HC-EMP-ID       TO RC-EMP-ID
              MOVE HC-PAY-DATE     TO RC-PAY-DATE
              MOVE HC-AMOUNT       TO RC-AMOUNT
              MOVE HC-BANK-ROUTING TO RC-BANK-ROUTING
              MOVE HC-BANK-ACCOUNT TO RC-BANK-ACCOUNT
              MOVE HC-ACCOUNT-TYPE TO RC-ACCOUNT-TYPE
              WRITE REISSUE-CREDIT-RECORD
           END-READ.

       WRITE-REISSUE-ENTRY.

           IF RV-BANK-ROUTING = SPACES
              OR RV-BANK-ACCOUNT = SPACES
              MOVE "REVERSAL HELD - NO BANK INFO - "
                   TO WS-HELD-REASON
              PERFORM HOLD-REVERSAL
           ELSE
              ADD 1 TO WS-TRACE-NUMBER
           PERFORM CLOSE-FILES
           STOP RUN.

      * The machine copy of the batch control trailers, for BALCHK:
      * the entry count includes the zero-dollar prenotes the
      * trailer counts, the money total is the live deposits only.
      * The grand record (company spaces) totals every batch.
       WRITE-CONTROL-TOTALS.
           MOVE WS-PAY-DATE     TO TOT-PAY-DATE
           MOVE "ACHGEN  "      TO TOT-STEP
           MOVE SPACES          TO TOT-COMPANY
           MOVE WS-GRAND-ENTRY-COUNT  TO TOT-RECORD-COUNT
           MOVE ZERO            TO TOT-GROSS-TOTAL
           MOVE ZERO            TO TOT-TAX-TOTAL
           MOVE WS-GRAND-TOTAL-AMOUNT TO TOT-NET-TOTAL
           MOVE WS-RUN-DATE     TO TOT-RUN-DATE
           WRITE CONTROL-TOTAL-RECORD
           INVALID KEY
              REWRITE CONTROL-TOTAL-RECORD
           END-WRITE.

       WRITE-COMPANY-CONTROL-TOTALS.
           MOVE WS-PAY-DATE     TO TOT-PAY-DATE
           MOVE "ACHGEN  "      TO TOT-STEP
           MOVE WK-CO-CODE (WS-CO-IDX) TO TOT-COMPANY
           MOVE WS-ENTRY-COUNT  TO TOT-RECORD-COUNT
           MOVE ZERO            TO TOT-GROSS-TOTAL
           MOVE ZERO            TO TOT-TAX-TOTAL

       WRITE-BATCH-HEADER.
           MOVE WS-PAY-DATE TO WB-PAY-DATE
           MOVE WK-CO-CODE (WS-CO-IDX)       TO WB-COMPANY
           MOVE WK-CO-ACH-NAME (WS-CO-IDX)   TO WB-ACH-NAME
           MOVE WK-CO-ACH-ID (WS-CO-IDX)     TO WB-ACH-ID
           MOVE WK-CO-ORIGIN-DFI (WS-CO-IDX) TO WB-ORIGIN-DFI
           MOVE WS-BATCH-HEADER TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

              ELSE
                 IF NET-PAY > ZERO
                    AND PAY-STATUS NOT = 'V' AND PAY-STATUS NOT = 'R'
                    PERFORM RESOLVE-PAY-COMPANY
                    IF WS-PAY-COMPANY = WK-CO-CODE (WS-CO-IDX)
                       PERFORM WRITE-DEPOSIT-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-READ.
