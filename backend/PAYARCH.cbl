       AUTHOR. YOUR-NAME.

      * Closed-year payroll history archive.  For the calendar year
      * named on PAYARCH.IN, moves every PAYROLL-RECORD,
      * PAY-DEDUCTION-RECORD and PAY-EARNINGS-RECORD dated in that
      * year off the live files onto the year's archive files
      * (PAYRyyyy.ARC, PAYDyyyy.ARC and PAYEyyyy.ARC, extended so
      * reruns append rather than clobber), the way AUDARCH retires
      * audit rows.  The live
      * files stop growing without bound and ARCHINQ answers
      * YTDRPT- and PAYLIST-style questions about the archived year
      * without a restore.
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT PAYEARN-FILE ASSIGN TO "PAYEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EARNINGS-KEY
               FILE STATUS IS PEN-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAR-FILE-STATUS.

           SELECT ERNARC-FILE ASSIGN DYNAMIC WS-ERNARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EAR-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "PAYARCH.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD PAYEARN-FILE.
       COPY PAYERNRC.

       FD CALENDAR-FILE.
       COPY PAYCALRC.

       FD PAYARC-FILE.
       01 PAYARC-RECORD            PIC X(150).

       FD DEDARC-FILE.
       01 DEDARC-RECORD            PIC X(80).

       FD ERNARC-FILE.
       01 ERNARC-RECORD            PIC X(80).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 PA-YEAR              PIC X(4).
       01 CAL-FILE-STATUS          PIC XX.
       01 PAR-FILE-STATUS          PIC XX.
       01 DAR-FILE-STATUS          PIC XX.
       01 PEN-FILE-STATUS          PIC XX.
       01 EAR-FILE-STATUS          PIC XX.
       01 WS-PAYEARN-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-PAYARC-NAME           PIC X(12)   VALUE SPACES.
       01 WS-DEDARC-NAME           PIC X(12)   VALUE SPACES.
       01 WS-ERNARC-NAME           PIC X(12)   VALUE SPACES.
       01 WS-YEAR-CLOSED-SW        PIC X       VALUE 'Y'.
       01 WS-YEAR-SEEN-SW          PIC X       VALUE 'N'.

       01 WS-PAY-ARCHIVED          PIC 9(7)    COMP VALUE ZERO.
       01 WS-DED-ARCHIVED          PIC 9(7)    COMP VALUE ZERO.
       01 WS-ERN-ARCHIVED          PIC 9(7)    COMP VALUE ZERO.

       01 WS-OPEN-YEAR-LINE        PIC X(52) VALUE
          "RUN REFUSED - YEAR HAS OPEN PAY PERIODS".
             "DEDUCTIONS MOVED  :".
          05 WS2-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-3.
          05 FILLER                PIC X(20) VALUE
             "EARNINGS MOVED    :".
          05 WS4-COUNT              PIC ZZZZZZ9.

       01 WS-YEAR-LINE.
          05 FILLER                PIC X(20) VALUE
             "YEAR ARCHIVED     :".
           PERFORM OPEN-ARCHIVES
           PERFORM ARCHIVE-PAYROLL
           PERFORM ARCHIVE-DEDUCTIONS
           IF WS-PAYEARN-OPEN-SW = 'Y'
              PERFORM ARCHIVE-EARNINGS
           END-IF
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.
              WS-YEAR DELIMITED BY SIZE
              ".ARC"  DELIMITED BY SIZE
              INTO WS-DEDARC-NAME
           END-STRING
           STRING
              "PAYE"  DELIMITED BY SIZE
              WS-YEAR DELIMITED BY SIZE
              ".ARC"  DELIMITED BY SIZE
              INTO WS-ERNARC-NAME
           END-STRING.

       OPEN-FILES.
                  PDD-FILE-STATUS
              STOP RUN.

      * No PAYEARN.DAT means no coded earnings were ever posted -
      * nothing to archive from it.
           OPEN I-O PAYEARN-FILE
           IF PEN-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PAYEARN-OPEN-SW
           ELSE
              IF PEN-FILE-STATUS = '35'
                 MOVE 'N' TO WS-PAYEARN-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'PAYARCH ' 'PAYEARN.DAT         '
                     PEN-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'PAYARCH ' 'PAYCAL.DAT          '
           OPEN EXTEND DEDARC-FILE
           IF DAR-FILE-STATUS NOT = '00'
              OPEN OUTPUT DEDARC-FILE
           END-IF
           OPEN EXTEND ERNARC-FILE
           IF EAR-FILE-STATUS NOT = '00'
              OPEN OUTPUT ERNARC-FILE
           END-IF.

      * Archive first, delete second - the archived row is on disk
              END-IF
           END-READ.

       ARCHIVE-EARNINGS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO PE-EMP-ID
           MOVE LOW-VALUES TO PE-PAY-DATE
           MOVE LOW-VALUES TO PE-CODE
           START PAYEARN-FILE KEY IS NOT LESS THAN PAY-EARNINGS-KEY
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM ARCHIVE-ONE-EARNINGS UNTIL WS-END-OF-FILE = 'Y'.

       ARCHIVE-ONE-EARNINGS.
           READ PAYEARN-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF PE-PAY-DATE (1:4) = WS-YEAR
                 MOVE SPACES              TO ERNARC-RECORD
                 MOVE PAY-EARNINGS-RECORD TO ERNARC-RECORD
                 WRITE ERNARC-RECORD
                 DELETE PAYEARN-FILE RECORD
                 ADD 1 TO WS-ERN-ARCHIVED
              END-IF
           END-READ.

       WRITE-SUMMARY.
           MOVE WS-YEAR TO WS3-YEAR
           MOVE WS-YEAR-LINE TO OUTPUT-RECORD
           MOVE WS-SUMMARY-LINE-2 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-ERN-ARCHIVED TO WS4-COUNT
           MOVE WS-SUMMARY-LINE-3 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           CLOSE PAYARC-FILE
           CLOSE DEDARC-FILE
           CLOSE ERNARC-FILE.

       CLOSE-FILES.
           CLOSE PAYROLL-FILE
           CLOSE PAYDED-FILE
           IF WS-PAYEARN-OPEN-SW = 'Y'
              CLOSE PAYEARN-FILE
           END-IF
           CLOSE CALENDAR-FILE
           CLOSE OUTPUT-FILE.

