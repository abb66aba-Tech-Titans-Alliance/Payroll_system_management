       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMAINT.
       AUTHOR. YOUR-NAME.

      * Transaction-driven maintenance against POSBUD.DAT, the position
      * budget file.  Each record on POSMAINT.IN is one add/update/
      * delete request for a department/position/fiscal year slot -
      * the authorized headcount, the budgeted annual cost and the
      * dates the fiscal year runs between; POSMAINT.OUT reports what
      * happened to it.  ONBOARD and EMPMAINT measure every hire and
      * transfer against these rows, and BUDRPT reports actual cost
      * against them.  Lowering a headcount below the number already
      * filled is allowed - nobody is removed, further hires into the
      * position are simply refused until attrition brings it back
      * under.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSBUD-FILE ASSIGN TO "POSBUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-BUDGET-KEY
               FILE STATUS IS PBD-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN TO "POSMAINT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "POSMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POSBUD-FILE.
       COPY POSBUDRC.

       FD INPUT-FILE.
       01 TRANSACTION-RECORD.
          05 PT-ACTION            PIC X(1).
          05 PT-DEPT              PIC X(20).
          05 PT-POSITION          PIC X(30).
          05 PT-FISCAL-YEAR       PIC X(4).
          05 PT-FY-START          PIC X(10).
          05 PT-FY-END            PIC X(10).
          05 PT-AUTH-HEADCOUNT    PIC 9(4).
          05 PT-BUDGET-COST       PIC 9(9)V99.
          05 PT-CHANGED-BY        PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 PBD-FILE-STATUS          PIC XX.
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
           OPEN I-O POSBUD-FILE
           IF PBD-FILE-STATUS = '35'
              OPEN OUTPUT POSBUD-FILE
              CLOSE POSBUD-FILE
              OPEN I-O POSBUD-FILE
           END-IF
           IF PBD-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'POSMAINT' 'POSBUD.DAT          '
                  PBD-FILE-STATUS
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
                 EVALUATE PT-ACTION
                     WHEN 'A'
                          PERFORM ADD-POSITION-BUDGET
                     WHEN 'U'
                          PERFORM UPDATE-POSITION-BUDGET
                     WHEN 'D'
                          PERFORM DELETE-POSITION-BUDGET
                     WHEN OTHER
                          MOVE "REJECTED - UNKNOWN ACTION CODE"
                               TO WS-RESULT-MSG
                 END-EVALUATE
              END-IF
              PERFORM WRITE-RESULT
           END-READ.

       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-SW
           IF PT-DEPT = SPACES OR PT-POSITION = SPACES
              OR PT-FISCAL-YEAR = SPACES
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - MISSING DEPT/POSITION/YEAR"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND PT-CHANGED-BY = SPACES
              MOVE 'N' TO WS-VALID-SW
              MOVE "REJECTED - MISSING OPERATOR ID"
                   TO WS-RESULT-MSG
           END-IF
           IF WS-VALID-SW = 'Y' AND PT-ACTION NOT = 'D'
              IF PT-AUTH-HEADCOUNT NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID HEADCOUNT"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
           IF WS-VALID-SW = 'Y' AND PT-ACTION NOT = 'D'
              IF PT-BUDGET-COST NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID BUDGET COST"
                      TO WS-RESULT-MSG
              END-IF
           END-IF
      * ISO dates compare correctly as plain text, so the year must
      * at least start on or before the day it ends.
           IF WS-VALID-SW = 'Y' AND PT-ACTION NOT = 'D'
              IF PT-FY-START = SPACES OR PT-FY-END = SPACES
                 OR PT-FY-START > PT-FY-END
                 MOVE 'N' TO WS-VALID-SW
                 MOVE "REJECTED - INVALID FISCAL YEAR DATES"
                      TO WS-RESULT-MSG
              END-IF
           END-IF.

       ADD-POSITION-BUDGET.
           MOVE PT-DEPT           TO PB-DEPT
           MOVE PT-POSITION       TO PB-POSITION
           MOVE PT-FISCAL-YEAR    TO PB-FISCAL-YEAR
           PERFORM MOVE-BUDGET-FIELDS
           WRITE POSITION-BUDGET-RECORD
           INVALID KEY
              MOVE "REJECTED - BUDGET ALREADY EXISTS"
                   TO WS-RESULT-MSG
           NOT INVALID KEY
              MOVE "ADDED" TO WS-RESULT-MSG
           END-WRITE.

       UPDATE-POSITION-BUDGET.
           MOVE PT-DEPT        TO PB-DEPT
           MOVE PT-POSITION    TO PB-POSITION
           MOVE PT-FISCAL-YEAR TO PB-FISCAL-YEAR
           READ POSBUD-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FOUND-SW = 'N'
              MOVE "REJECTED - BUDGET NOT FOUND"
                   TO WS-RESULT-MSG
           ELSE
              PERFORM MOVE-BUDGET-FIELDS
              REWRITE POSITION-BUDGET-RECORD
              MOVE "UPDATED" TO WS-RESULT-MSG
           END-IF.

       MOVE-BUDGET-FIELDS.
           MOVE PT-FY-START       TO PB-FY-START
           MOVE PT-FY-END         TO PB-FY-END
           MOVE PT-AUTH-HEADCOUNT TO PB-AUTH-HEADCOUNT
           MOVE PT-BUDGET-COST    TO PB-BUDGET-COST
           MOVE PT-CHANGED-BY     TO PB-CHANGED-BY
           MOVE WS-ENTRY-DATE     TO PB-ENTRY-DATE.

       DELETE-POSITION-BUDGET.
           MOVE PT-DEPT        TO PB-DEPT
           MOVE PT-POSITION    TO PB-POSITION
           MOVE PT-FISCAL-YEAR TO PB-FISCAL-YEAR
           DELETE POSBUD-FILE RECORD
           INVALID KEY
              MOVE "REJECTED - BUDGET NOT FOUND"
                   TO WS-RESULT-MSG
           NOT INVALID KEY
              MOVE "DELETED" TO WS-RESULT-MSG
           END-DELETE.

       WRITE-RESULT.
           STRING
              PT-DEPT        DELIMITED BY SIZE
              " "            DELIMITED BY SIZE
              PT-POSITION    DELIMITED BY SIZE
              " "            DELIMITED BY SIZE
              PT-FISCAL-YEAR DELIMITED BY SIZE
              " "            DELIMITED BY SIZE
              PT-ACTION      DELIMITED BY SIZE
              " "            DELIMITED BY SIZE
              WS-RESULT-MSG  DELIMITED BY SIZE
              INTO OUTPUT-RECORD
           END-STRING
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-RESULT-MSG.

       CLOSE-FILES.
           CLOSE POSBUD-FILE
           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM POSMAINT.
