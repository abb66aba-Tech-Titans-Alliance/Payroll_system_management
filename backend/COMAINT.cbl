       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMAINT.
       AUTHOR. YOUR-NAME.

      * Transaction-driven maintenance against COMPANY.DAT, the
      * company master.  Each record on COMAINT.IN is one add or
      * update for a company code - the legal name, federal tax ID,
      * ACH originator details and check account the company's
      * payroll runs under; COMAINT.OUT reports what happened to
      * it.  There is no delete: a company stops taking employees by
      * going to status 'I', and stays on file for the paychecks,
      * registers and filings that carry its code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN TO "COMAINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "COMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD INPUT-FILE.
       01 TRANSACTION-RECORD.
          05 CT-ACTION            PIC X(1).
          05 CT-CODE              PIC X(4).
          05 CT-LEGAL-NAME        PIC X(40).
          05 CT-TAX-ID            PIC X(10).
          05 CT-ACH-COMPANY-ID    PIC X(10).
          05 CT-ACH-COMPANY-NAME  PIC X(16).
          05 CT-ACH-ORIGIN-DFI    PIC X(9).
          05 CT-CHECK-ROUTING     PIC X(9).
          05 CT-CHECK-ACCOUNT     PIC X(17).
          05 CT-STATUS            PIC X(1).
          05 CT-CHANGED-BY        PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-VALID-SW              PIC X       VALUE 'Y'.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-ENTRY-DATE            PIC X(8).
       01 WS-RESULT-MSG            PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTIONS UNTIL WS-END-OF-FILE = 'Y'
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN I-O COMPANY-FILE
           IF CO-FILE-STATUS = '35'
              OPEN OUTPUT COMPANY-FILE
              CLOSE COMPANY-FILE
              OPEN I-O COMPANY-FILE
           END-IF
           IF CO-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'COMAINT ' 'COMPANY.DAT         '
                  CO-FILE-STATUS
              STOP RUN.

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT OUTPUT-FILE.

       PROCESS-TRANSACTIONS.
           READ INPUT-FILE INTO TRANSACTION-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
              PERFORM VALIDATE-TRANSACTION
              IF WS-VALID-SW = 'Y'
                 EVALUATE CT-ACTION
                     WHEN 'A'
                          PERFORM ADD-COMPANY
                     WHEN 'U'
                          PERFORM UPDATE-COMPANY
                     WHEN OTHER
                          MOVE "REJECTED - UNKNOWN ACTION CODE"
                               TO WS-RESULT-MSG
                 END-EVALUATE
              END-IF
              PERFORM WRITE-RESULT
           END-READ.

      * Every field is required: a company without its tax ID cannot
      * file, one without originator details cannot send a deposit
      * batch, and one without a check account cannot pay by check.
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SW
           IF CT-CODE = SPACES
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - MISSING COMPANY CODE" TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND CT-CHANGED-BY = SPACES
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - MISSING OPERATOR ID"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y'
              IF CT-LEGAL-NAME = SPACES OR CT-TAX-ID = SPACES
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - MISSING LEGAL NAME OR TAX ID"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y'
              IF CT-ACH-COMPANY-ID = SPACES
                 OR CT-ACH-COMPANY-NAME = SPACES
                 OR CT-ACH-ORIGIN-DFI NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID ACH ORIGINATOR"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y'
              IF CT-CHECK-ROUTING NOT NUMERIC
                 OR CT-CHECK-ACCOUNT = SPACES
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID CHECK ACCOUNT"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y'
              IF CT-STATUS NOT = 'A' AND CT-STATUS NOT = 'I'
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID COMPANY STATUS"
                      TO WS-RESULT-MSG
              END-IF
           END-IF.

       ADD-COMPANY.
           MOVE CT-CODE TO CO-CODE
           PERFORM MOVE-COMPANY-FIELDS
           WRITE COMPANY-RECORD
           INVALID KEY
              MOVE "REJECTED - COMPANY ALREADY EXISTS"
                   TO WS-RESULT-MSG
           NOT INVALID KEY
              MOVE "ADDED" TO WS-RESULT-MSG
           END-WRITE.

       UPDATE-COMPANY.
           MOVE CT-CODE TO CO-CODE
           READ COMPANY-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FOUND-SW = 'N'
              MOVE "REJECTED - COMPANY NOT FOUND" TO WS-RESULT-MSG
           ELSE
              PERFORM MOVE-COMPANY-FIELDS
              REWRITE COMPANY-RECORD
              MOVE "UPDATED" TO WS-RESULT-MSG
           END-IF.

       MOVE-COMPANY-FIELDS.
           MOVE CT-LEGAL-NAME       TO CO-LEGAL-NAME
           MOVE CT-TAX-ID           TO CO-TAX-ID
           MOVE CT-ACH-COMPANY-ID   TO CO-ACH-COMPANY-ID
           MOVE CT-ACH-COMPANY-NAME TO CO-ACH-COMPANY-NAME
           MOVE CT-ACH-ORIGIN-DFI   TO CO-ACH-ORIGIN-DFI
           MOVE CT-CHECK-ROUTING    TO CO-CHECK-ROUTING
           MOVE CT-CHECK-ACCOUNT    TO CO-CHECK-ACCOUNT
           MOVE CT-STATUS           TO CO-STATUS
           MOVE CT-CHANGED-BY       TO CO-CHANGED-BY
           MOVE WS-ENTRY-DATE       TO CO-ENTRY-DATE.

       WRITE-RESULT.
           STRING
              CT-CODE        DELIMITED BY SIZE
              " "            DELIMITED BY SIZE
              CT-ACTION      DELIMITED BY SIZE
              " "            DELIMITED BY SIZE
              WS-RESULT-MSG  DELIMITED BY SIZE
              INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-RESULT-MSG.

       CLOSE-FILES.
           CLOSE COMPANY-FILE
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM COMAINT.
