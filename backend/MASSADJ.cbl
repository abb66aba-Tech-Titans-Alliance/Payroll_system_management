      * date and today at the old salary the retro difference is
      * accumulated onto RETRO.DAT, which PAYCALC folds into the
      * employee's next pay run.  MASSADJ.OUT lists old salary, new
      * salary and retro owed per employee plus run totals.  Each
      * adjustment also writes a COMPHIST.DAT row effective the
      * control record's date, so PAYCALC prorates a period the
      * effective date falls inside and the history report shows
      * the mass change alongside the keyed ones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RET-EMP-ID
               FILE STATUS IS RET-FILE-STATUS.

           SELECT COMPHIST-FILE ASSIGN TO "COMPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-HISTORY-KEY
               FILE STATUS IS CHS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
       FD RETRO-FILE.
       COPY RETROREC.

       FD COMPHIST-FILE.
       COPY COMPHSRC.

       FD AUDIT-FILE.
       COPY AUDITREC.

       01 PAY-FILE-STATUS          PIC XX.
       01 RET-FILE-STATUS          PIC XX.
       01 AUD-FILE-STATUS          PIC XX.
       01 CHS-FILE-STATUS          PIC XX.
       01 WS-CH-WRITTEN-SW         PIC X       VALUE 'N'.
       01 WS-RETRO-FOUND-SW        PIC X       VALUE 'N'.
       01 WS-PAY-EOF               PIC X       VALUE 'N'.
       01 WS-AUDIT-DATE            PIC X(8).
                  RET-FILE-STATUS
              STOP RUN.

           OPEN I-O COMPHIST-FILE
           IF CHS-FILE-STATUS = '35'
              OPEN OUTPUT COMPHIST-FILE
              CLOSE COMPHIST-FILE
              OPEN I-O COMPHIST-FILE
           END-IF
           IF CHS-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'MASSADJ ' 'COMPHIST.DAT        '
                  CHS-FILE-STATUS
              STOP RUN.

           OPEN EXTEND AUDIT-FILE
           IF AUD-FILE-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-FILE
           MOVE WS-NEW-SALARY TO PSEMP-BASIC-SALARY
           REWRITE EMPLOYEE-RECORD
           PERFORM WRITE-SALARY-AUDIT
           PERFORM WRITE-COMP-HISTORY
           PERFORM COMPUTE-RETRO-PAY
           IF WS-RETRO-AMOUNT > ZERO
              PERFORM BOOK-RETRO-PAY
           MOVE MA-CHANGED-BY      TO AUD-CHANGED-BY
           WRITE AUDIT-RECORD.

      * The history row puts the new rate in force from the effective
      * date.  A second change effective the same day takes the next
      * sequence number.
       WRITE-COMP-HISTORY.
           MOVE PSEMP-ID      TO CH-EMP-ID
           MOVE MA-EFF-DATE   TO CH-EFF-DATE
           MOVE ZERO          TO CH-SEQ
           MOVE WS-OLD-SALARY TO CH-OLD-RATE
           MOVE WS-NEW-SALARY TO CH-NEW-RATE
           MOVE 'MA'          TO CH-REASON
           MOVE MA-CHANGED-BY TO CH-CHANGED-BY
           MOVE WS-AUDIT-DATE TO CH-ENTRY-DATE
           MOVE "MASSADJ"     TO CH-SOURCE
           MOVE 'N' TO WS-CH-WRITTEN-SW
           PERFORM TRY-COMP-HISTORY-WRITE
               UNTIL WS-CH-WRITTEN-SW = 'Y'.

       TRY-COMP-HISTORY-WRITE.
           WRITE COMP-HISTORY-RECORD
           INVALID KEY
              IF CH-SEQ < 99
                 ADD 1 TO CH-SEQ
              ELSE
                 MOVE 'Y' TO WS-CH-WRITTEN-SW
              END-IF
           NOT INVALID KEY
              MOVE 'Y' TO WS-CH-WRITTEN-SW
           END-WRITE.

      * Retro pay: every period already posted between the effective
      * date and today was paid at the old salary.  The percentage
      * method owes that percentage of each period's BASIC-PAY; the
           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-FILE
           CLOSE RETRO-FILE
           CLOSE COMPHIST-FILE
           CLOSE AUDIT-FILE
           CLOSE OUTPUT-FILE.

