       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPHRPT.
       AUTHOR. YOUR-NAME.

      * Compensation history report over COMPHIST.DAT.  The single
      * selection record on CMPHRPT.IN names one EMP-ID, or is left
      * blank for every employee on the file.  CMPHRPT.OUT gets a
      * heading per employee (name off EMPLOYEE.DAT) followed by one
      * line per rate change in effective-date order - old rate, new
      * rate, reason, who made the change, when it was entered and
      * which program wrote it - with a row count at the bottom.
      * This answers "what has this employee been paid, from when,
      * and why" without piecing it together from AUDIT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPHIST-FILE ASSIGN TO "COMPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-HISTORY-KEY
               FILE STATUS IS CHS-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CMPHRPT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "CMPHRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPHIST-FILE.
       COPY COMPHSRC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CQ-EMP-ID            PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 CHS-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 WS-EMP-ID                PIC X(10).
       01 WS-LAST-EMP-ID           PIC X(10)   VALUE SPACES.
       01 WS-ROW-COUNT             PIC 9(7)    COMP VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(37) VALUE
             "COMPENSATION HISTORY REPORT  EMP-ID:".
          05 WT-EMP-ID              PIC X(10).

       01 WS-EMP-LINE.
          05 FILLER                PIC X(9)  VALUE "EMPLOYEE ".
          05 WE-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WE-EMP-NAME             PIC X(50).

       01 WS-COLUMN-LINE.
          05 FILLER                PIC X(60) VALUE
             "  EFF DATE       OLD RATE     NEW RATE  REASON      ".
          05 FILLER                PIC X(40) VALUE
             "CHANGED BY  ENTERED   SOURCE".

       01 WS-DETAIL-LINE.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WD-EFF-DATE            PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WD-OLD-RATE             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WD-NEW-RATE              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(2)  VALUE SPACES.
          05 WD-REASON                 PIC X(12).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WD-CHANGED-BY              PIC X(10).
          05 FILLER                     PIC X(2)  VALUE SPACES.
          05 WD-ENTRY-DATE               PIC X(8).
          05 FILLER                      PIC X(2)  VALUE SPACES.
          05 WD-SOURCE                    PIC X(8).

       01 WS-COUNT-LINE.
          05 FILLER                PIC X(15) VALUE "ROWS REPORTED :".
          05 WC-COUNT               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADER
           PERFORM POSITION-HISTORY
           PERFORM SELECT-HISTORY-ROWS UNTIL WS-END-OF-FILE = 'Y'
           PERFORM WRITE-COUNT
           PERFORM CLOSE-FILES
           STOP RUN.

       GET-RUN-OPTIONS.
           MOVE SPACES TO WS-EMP-ID
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           NOT AT END
              MOVE CQ-EMP-ID TO WS-EMP-ID
           END-READ
           CLOSE CONTROL-FILE.

       OPEN-FILES.
           OPEN INPUT COMPHIST-FILE
           IF CHS-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'CMPHRPT ' 'COMPHIST.DAT        '
                  CHS-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'CMPHRPT ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN OUTPUT OUTPUT-FILE.

       WRITE-HEADER.
           MOVE WS-EMP-ID TO WT-EMP-ID
           MOVE WS-TITLE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * One employee's rows are contiguous in key order, so a named
      * EMP-ID starts right at its first row; a blank one reads the
      * whole file from the top.
       POSITION-HISTORY.
           MOVE WS-EMP-ID  TO CH-EMP-ID
           MOVE LOW-VALUES TO CH-EFF-DATE
           MOVE ZERO       TO CH-SEQ
           START COMPHIST-FILE
               KEY IS NOT LESS THAN COMP-HISTORY-KEY
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START.

       SELECT-HISTORY-ROWS.
           READ COMPHIST-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF WS-EMP-ID NOT = SPACES
                 AND CH-EMP-ID NOT = WS-EMP-ID
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF CH-EMP-ID NOT = WS-LAST-EMP-ID
                    PERFORM WRITE-EMPLOYEE-HEADING
                 END-IF
                 PERFORM WRITE-DETAIL-LINE
              END-IF
           END-READ.

       WRITE-EMPLOYEE-HEADING.
           MOVE CH-EMP-ID TO WS-LAST-EMP-ID
           MOVE CH-EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE "** NOT ON EMPLOYEE.DAT **" TO PSEMP-NAME
           END-READ
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE CH-EMP-ID  TO WE-EMP-ID
           MOVE PSEMP-NAME TO WE-EMP-NAME
           MOVE WS-EMP-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COLUMN-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-DETAIL-LINE.
           MOVE CH-EFF-DATE   TO WD-EFF-DATE
           MOVE CH-OLD-RATE   TO WD-OLD-RATE
           MOVE CH-NEW-RATE   TO WD-NEW-RATE
           EVALUATE CH-REASON
               WHEN 'HI'
                    MOVE "HIRE"        TO WD-REASON
               WHEN 'RA'
                    MOVE "RAISE"       TO WD-REASON
               WHEN 'PR'
                    MOVE "PROMOTION"   TO WD-REASON
               WHEN 'DE'
                    MOVE "DEMOTION"    TO WD-REASON
               WHEN 'AD'
                    MOVE "ADJUSTMENT"  TO WD-REASON
               WHEN 'MA'
                    MOVE "MASS ADJUST" TO WD-REASON
               WHEN 'TE'
                    MOVE "TERMINATION" TO WD-REASON
               WHEN OTHER
                    MOVE CH-REASON     TO WD-REASON
           END-EVALUATE
           MOVE CH-CHANGED-BY TO WD-CHANGED-BY
           MOVE CH-ENTRY-DATE TO WD-ENTRY-DATE
           MOVE CH-SOURCE     TO WD-SOURCE
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           ADD 1 TO WS-ROW-COUNT.

       WRITE-COUNT.
           MOVE WS-ROW-COUNT TO WC-COUNT
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COUNT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE COMPHIST-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM CMPHRPT.
