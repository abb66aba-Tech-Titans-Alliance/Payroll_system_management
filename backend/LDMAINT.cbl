       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDMAINT.
       AUTHOR. YOUR-NAME.

      * Transaction-driven maintenance against LABDIST.DAT, the labor
      * distribution file GLJRNL spreads each employee's earnings
      * expense across.  Each record on LDMAINT.IN is one add/update/
      * delete request for an EMP-ID/sequence slot; LDMAINT.OUT
      * reports what happened to it.  The active rows for an
      * employee may not total more than 100 percent - the share
      * they leave stays with the home EMP-DEPT - so an add or
      * update that would push the total past 100 is rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABDIST-FILE ASSIGN TO "LABDIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LABOR-DISTRIBUTION-KEY
               FILE STATUS IS LDS-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN TO "LDMAINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "LDMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LABDIST-FILE.
       COPY LABDSTRC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD INPUT-FILE.
       01 TRANSACTION-RECORD.
          05 LT-ACTION            PIC X(1).
          05 LT-EMP-ID            PIC X(10).
          05 LT-SEQ               PIC 9(2).
          05 LT-DEPT              PIC X(20).
          05 LT-PERCENT           PIC 9(3)V99.
          05 LT-STATUS            PIC X(1).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 LDS-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 WS-VALID-SW              PIC X       VALUE 'Y'.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-SCAN-EOF              PIC X       VALUE 'N'.
       01 WS-OTHER-PERCENT         PIC 9(5)V99 VALUE ZERO.
       01 WS-RESULT-MSG            PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTIONS UNTIL WS-END-OF-FILE = 'Y'
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN I-O LABDIST-FILE
           IF LDS-FILE-STATUS = '35'
              OPEN OUTPUT LABDIST-FILE
              CLOSE LABDIST-FILE
              OPEN I-O LABDIST-FILE
           END-IF
           IF LDS-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LDMAINT ' 'LABDIST.DAT         '
                  LDS-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'LDMAINT ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT OUTPUT-FILE.

       PROCESS-TRANSACTIONS.
           READ INPUT-FILE INTO TRANSACTION-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              PERFORM VALIDATE-TRANSACTION
              IF WS-VALID-SW = 'Y'
                 EVALUATE LT-ACTION
                     WHEN 'A'
                          PERFORM ADD-DISTRIBUTION
                     WHEN 'U'
                          PERFORM UPDATE-DISTRIBUTION
                     WHEN 'D'
                          PERFORM DELETE-DISTRIBUTION
                     WHEN OTHER
                          MOVE "REJECTED - UNKNOWN ACTION CODE"
                               TO WS-RESULT-MSG
                 END-EVALUATE
              END-IF
              PERFORM WRITE-RESULT
           END-READ.

       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SW
           IF LT-EMP-ID = SPACES OR LT-SEQ NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - MISSING EMP-ID OR SEQUENCE"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND LT-ACTION NOT = 'D'
              IF LT-DEPT = SPACES
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - MISSING DEPARTMENT"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND LT-ACTION NOT = 'D'
              IF LT-PERCENT NOT NUMERIC
                 OR LT-PERCENT = ZERO
                 OR LT-PERCENT > 100
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - PERCENT MUST BE 0.01-100"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND LT-ACTION NOT = 'D'
              IF LT-STATUS NOT = 'A' AND LT-STATUS NOT = 'I'
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID STATUS" TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND LT-ACTION NOT = 'D'
              MOVE LT-EMP-ID TO PSEMP-ID
              READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - EMP-ID NOT ON EMPLOYEE.DAT"
                      TO WS-RESULT-MSG
              END-READ
           END-IF
      * The active rows may never claim more than the whole of the
      * employee's earnings - the home department takes what is left.
           IF WS-VALID-SW = 'Y' AND LT-ACTION NOT = 'D'
              AND LT-STATUS = 'A'
              PERFORM TOTAL-OTHER-PERCENT
              IF WS-OTHER-PERCENT + LT-PERCENT > 100
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - ACTIVE TOTAL OVER 100 PCT"
                      TO WS-RESULT-MSG
              END-IF
           END-IF.

       TOTAL-OTHER-PERCENT.
           MOVE ZERO TO WS-OTHER-PERCENT
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LT-EMP-ID TO LD-EMP-ID
           MOVE ZERO      TO LD-SEQ
           START LABDIST-FILE
               KEY IS NOT LESS THAN LABOR-DISTRIBUTION-KEY
           INVALID KEY
              MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM SCAN-ONE-PERCENT UNTIL WS-SCAN-EOF = 'Y'.

       SCAN-ONE-PERCENT.
           READ LABDIST-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-SCAN-EOF
           NOT AT END
              IF LD-EMP-ID NOT = LT-EMP-ID
                 MOVE 'Y' TO WS-SCAN-EOF
              ELSE
                 IF LD-STATUS = 'A'
                    AND LD-SEQ NOT = LT-SEQ
                    ADD LD-PERCENT TO WS-OTHER-PERCENT
                 END-IF
              END-IF
           END-READ.

       ADD-DISTRIBUTION.
           MOVE LT-EMP-ID  TO LD-EMP-ID
           MOVE LT-SEQ     TO LD-SEQ
           MOVE LT-DEPT    TO LD-DEPT
           MOVE LT-PERCENT TO LD-PERCENT
           MOVE LT-STATUS  TO LD-STATUS
           WRITE LABOR-DISTRIBUTION-RECORD
           INVALID KEY
              MOVE "REJECTED - DISTRIBUTION ALREADY EXISTS"
                   TO WS-RESULT-MSG
           NOT INVALID KEY
              MOVE "ADDED" TO WS-RESULT-MSG
           END-WRITE.

       UPDATE-DISTRIBUTION.
           MOVE LT-EMP-ID TO LD-EMP-ID
           MOVE LT-SEQ    TO LD-SEQ
           READ LABDIST-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FOUND-SW = 'N'
              MOVE "REJECTED - DISTRIBUTION NOT FOUND" TO WS-RESULT-MSG
           ELSE
              MOVE LT-DEPT    TO LD-DEPT
              MOVE LT-PERCENT TO LD-PERCENT
              MOVE LT-STATUS  TO LD-STATUS
              REWRITE LABOR-DISTRIBUTION-RECORD
              MOVE "UPDATED" TO WS-RESULT-MSG
           END-IF.

       DELETE-DISTRIBUTION.
           MOVE LT-EMP-ID TO LD-EMP-ID
           MOVE LT-SEQ    TO LD-SEQ
           DELETE LABDIST-FILE RECORD
           INVALID KEY
              MOVE "REJECTED - DISTRIBUTION NOT FOUND" TO WS-RESULT-MSG
           NOT INVALID KEY
              MOVE "DELETED" TO WS-RESULT-MSG
           END-DELETE.

       WRITE-RESULT.
           STRING
              LT-EMP-ID     DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              LT-SEQ        DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              LT-ACTION     DELIMITED BY SIZE
              " "           DELIMITED BY SIZE
              WS-RESULT-MSG DELIMITED BY SIZE
              INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-RESULT-MSG.

       CLOSE-FILES.
           CLOSE LABDIST-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM LDMAINT.
