       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHEXPRPT.
       AUTHOR. YOUR-NAME.

      * Expiring claims of exempt off WHELECT.DAT, run in December so
      * everyone whose exempt certificate lapses at year end can be
      * sent a new form in time to refile.  WHEXPRPT.IN carries an
      * optional as-of date (YYYY-MM-DD, blank means today); the
      * report lists every claim of exempt that is still the
      * employee's latest certificate for its layer and runs out on
      * the last day of the as-of year.  A layer already refiled -
      * any later certificate on file, even one not yet in force -
      * is left off, as is the certificate for a jurisdiction the
      * employee no longer works in and anyone terminated.
      *
      * WHEXPRPT.OUT gets one line per claim - employee, name,
      * department, company, layer (FEDERAL or the EMP-TAX-JURIS
      * code), the date the claim took force and the date it
      * expires - and a count at the bottom.  From the day after
      * expiry PAYCALC withholds by default until a new certificate
      * is keyed through EMPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHELECT-FILE ASSIGN TO "WHELECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WITHHOLD-ELECTION-KEY
               FILE STATUS IS WHE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "WHEXPRPT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "WHEXPRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WHELECT-FILE.
       COPY WHELECRC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CQ-AS-OF-DATE        PIC X(10).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WHE-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-AS-OF-DATE            PIC X(10).
       01 WS-YEAR-END              PIC X(10).
       01 WS-CLAIM-COUNT           PIC 9(7)    COMP VALUE ZERO.

      * The latest certificate seen for the employee/layer being
      * read - only the last one of each group can still be the
      * claim in force at year end.
       01 WS-HELD-SW               PIC X       VALUE 'N'.
       01 WS-HELD-ELECTION.
          05 WS-HELD-EMP-ID        PIC X(10).
          05 WS-HELD-JURIS         PIC X(4).
          05 WS-HELD-EFF-DATE      PIC X(10).
          05 WS-HELD-EXEMPT        PIC X(1).
          05 WS-HELD-EXPIRES       PIC X(10).

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(38) VALUE
             "EXEMPT WITHHOLDING CLAIMS EXPIRING ON ".
          05 WT-YEAR-END            PIC X(10).
          05 FILLER                 PIC X(10) VALUE "   AS OF  ".
          05 WT-AS-OF-DATE           PIC X(10).

       01 WS-COLUMN-LINE.
          05 FILLER                PIC X(60) VALUE
             "EMP-ID     NAME                           DEPARTMENT  ".
          05 FILLER                PIC X(60) VALUE
             "   COMP LAYER    IN FORCE   EXPIRES".

       01 WS-DETAIL-LINE.
          05 WD-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WD-EMP-NAME             PIC X(30).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WD-DEPT                  PIC X(20).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WD-COMPANY                PIC X(4).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WD-LAYER                   PIC X(8).
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WD-EFF-DATE                 PIC X(10).
          05 FILLER                      PIC X(1)  VALUE SPACES.
          05 WD-EXPIRES                   PIC X(10).

       01 WS-COUNT-LINE.
          05 FILLER                PIC X(23) VALUE
             "CLAIMS TO BE REFILED :".
          05 WC-COUNT               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADER
           PERFORM SCAN-ELECTIONS UNTIL WS-END-OF-FILE = 'Y'
           IF WS-HELD-SW = 'Y'
              PERFORM CHECK-HELD-ELECTION
           END-IF
           PERFORM WRITE-COUNT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Every claim of exempt expires on 31 December of the year it
      * was filed for, so the as-of year names the expiry date.
       GET-RUN-OPTIONS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AS-OF-DATE
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           NOT AT END
              MOVE CQ-AS-OF-DATE TO WS-AS-OF-DATE
           END-READ
           CLOSE CONTROL-FILE
           IF WS-AS-OF-DATE = SPACES
              STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                     "-"               DELIMITED BY SIZE
                     WS-RUN-DATE (5:2) DELIMITED BY SIZE
                     "-"               DELIMITED BY SIZE
                     WS-RUN-DATE (7:2) DELIMITED BY SIZE
                     INTO WS-AS-OF-DATE
              END-STRING
           END-IF
           MOVE SPACES TO WS-YEAR-END
           STRING WS-AS-OF-DATE (1:4) DELIMITED BY SIZE
                  "-12-31"            DELIMITED BY SIZE
                  INTO WS-YEAR-END
           END-STRING.

       OPEN-FILES.
           OPEN INPUT WHELECT-FILE
           IF WHE-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'WHEXPRPT' 'WHELECT.DAT         '
                  WHE-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'WHEXPRPT' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN OUTPUT OUTPUT-FILE.

       WRITE-HEADER.
           MOVE WS-YEAR-END   TO WT-YEAR-END
           MOVE WS-AS-OF-DATE TO WT-AS-OF-DATE
           MOVE WS-TITLE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COLUMN-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      * Certificates arrive in EMP-ID/layer/effective-date order; a
      * change of employee or layer settles the group just ended.
       SCAN-ELECTIONS.
           READ WHELECT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF WS-HELD-SW = 'Y'
                 AND (EL-EMP-ID NOT = WS-HELD-EMP-ID
                      OR EL-JURIS-CODE NOT = WS-HELD-JURIS)
                 PERFORM CHECK-HELD-ELECTION
              END-IF
              MOVE 'Y'               TO WS-HELD-SW
              MOVE EL-EMP-ID         TO WS-HELD-EMP-ID
              MOVE EL-JURIS-CODE     TO WS-HELD-JURIS
              MOVE EL-EFF-DATE       TO WS-HELD-EFF-DATE
              MOVE EL-EXEMPT         TO WS-HELD-EXEMPT
              MOVE EL-EXEMPT-EXPIRES TO WS-HELD-EXPIRES
           END-READ.

       CHECK-HELD-ELECTION.
           IF WS-HELD-EXEMPT = 'Y'
              AND WS-HELD-EXPIRES = WS-YEAR-END
              AND WS-HELD-EXPIRES NOT < WS-AS-OF-DATE
              MOVE WS-HELD-EMP-ID TO PSEMP-ID
              READ EMPLOYEE-FILE
              INVALID KEY
                 MOVE "** NOT ON EMPLOYEE.DAT **" TO PSEMP-NAME
                 MOVE SPACES TO PSEMP-DEPT
                 MOVE SPACES TO PSEMP-COMPANY
                 MOVE SPACES TO PSEMP-TAX-JURIS
                 MOVE SPACE  TO PSEMP-STATUS
              END-READ
              IF PSEMP-STATUS NOT = 'T'
                 AND (WS-HELD-JURIS = SPACES
                      OR WS-HELD-JURIS = PSEMP-TAX-JURIS)
                 PERFORM WRITE-DETAIL-LINE
              END-IF
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE WS-HELD-EMP-ID   TO WD-EMP-ID
           MOVE PSEMP-NAME       TO WD-EMP-NAME
           MOVE PSEMP-DEPT       TO WD-DEPT
           MOVE PSEMP-COMPANY    TO WD-COMPANY
           IF WS-HELD-JURIS = SPACES
              MOVE "FEDERAL"     TO WD-LAYER
           ELSE
              MOVE WS-HELD-JURIS TO WD-LAYER
           END-IF
           MOVE WS-HELD-EFF-DATE TO WD-EFF-DATE
           MOVE WS-HELD-EXPIRES  TO WD-EXPIRES
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           ADD 1 TO WS-CLAIM-COUNT.

       WRITE-COUNT.
           MOVE WS-CLAIM-COUNT TO WC-COUNT
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COUNT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE WHELECT-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM WHEXPRPT.
