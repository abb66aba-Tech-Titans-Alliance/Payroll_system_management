       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. YOUR-NAME.

      * Unclaimed-property run for uncashed paychecks.  Works the
      * ESCHEAT.DAT ledger in three phases:
      *
      *   Responses - each line on ESCHRESP.IN is an owner's answer
      *       to a due-diligence notice (EMP-ID, PAY-DATE, code).  A
      *       'C' claim books an open 'E' item on REISSUE.DAT - the
      *       REISSUE run stops the old check and routes the
      *       replacement like any stopped check - and closes the
      *       ledger item claimed.  A 'U' marks the notice returned
      *       undeliverable.  A claim on a check already remitted is
      *       refused: the money is with the state and the owner
      *       must claim it there.
      *
      *   Review - every open ledger item is checked against its
      *       CHKISSUE.DAT record.  A check the bank has since paid
      *       closes 'P'; one no longer on the issue file (stopped
      *       and replaced through PAYADJ and REISSUE) closes 'X'.
      *       An item still waiting on an address - never noticed,
      *       or noticed and returned - is noticed again as soon as
      *       the employee master carries a new one.
      *
      *   Sweep - every check on CHKISSUE.DAT still outstanding past
      *       the stale threshold on ESCHEAT.IN (default 180 days,
      *       aged the way CHKRECON ages) joins the ledger and its
      *       owner is sent a notice at the last address on the
      *       employee master.  An owner with no address on file is
      *       held dormant until one is keyed.  A check with an open
      *       stop on REISSUE.DAT is left alone - it is already being
      *       replaced.
      *
      * ESCHNOTE.OUT carries the notice letters, one per owner item,
      * from the company the check was drawn on.  ESCHEAT.OUT is the
      * run register - every response, change of status and new
      * ledger item - and the run totals.  Once the dormancy period
      * has run ESCHRPT reports and remits what is still unclaimed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCHEAT-KEY
               FILE STATUS IS ESC-FILE-STATUS.

           SELECT ISSUE-FILE ASSIGN TO "CHKISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECK-ISSUE-KEY
               ALTERNATE RECORD KEY IS CKI-CHECK-NO
               FILE STATUS IS ISS-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT REISSUE-FILE ASSIGN TO "REISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REISSUE-KEY
               FILE STATUS IS RWK-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO "ESCHRESP.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSP-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "ESCHEAT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE ASSIGN TO "ESCHNOTE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "ESCHEAT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESCHEAT-FILE.
       COPY ESCHLGRC.

       FD ISSUE-FILE.
       COPY CHKISSRC.

       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD REISSUE-FILE.
       COPY REISSRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD RESPONSE-FILE.
       01 RESPONSE-RECORD.
          05 ER-EMP-ID            PIC X(10).
          05 ER-PAY-DATE          PIC X(10).
          05 ER-CODE              PIC X(1).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 EQ-STALE-DAYS        PIC 9(3).

       FD NOTICE-FILE.
       01 NOTICE-RECORD            PIC X(72).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WS-LEDGER-EOF            PIC X       VALUE 'N'.
       01 WS-ISSUE-EOF             PIC X       VALUE 'N'.
       01 ESC-FILE-STATUS          PIC XX.
       01 ISS-FILE-STATUS          PIC XX.
       01 EMP-FILE-STATUS          PIC XX.
       01 RWK-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 RSP-FILE-STATUS          PIC XX.
       01 WS-RESPONSE-OPEN-SW      PIC X       VALUE 'N'.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-STALE-DAYS            PIC 9(3)    VALUE ZERO.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-EMP-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-NOTE                  PIC X(40).
       01 WS-COMPANY-NAME          PIC X(40).

       01 WS-RESPONSES-READ        PIC 9(7)    COMP VALUE ZERO.
       01 WS-CLAIMS-BOOKED         PIC 9(7)    COMP VALUE ZERO.
       01 WS-RESPONSES-REJECTED    PIC 9(7)    COMP VALUE ZERO.
       01 WS-ITEMS-CLOSED          PIC 9(7)    COMP VALUE ZERO.
       01 WS-ITEMS-ADDED           PIC 9(7)    COMP VALUE ZERO.
       01 WS-ADDED-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01 WS-NOTICES-SENT          PIC 9(7)    COMP VALUE ZERO.
       01 WS-HELD-DORMANT          PIC 9(7)    COMP VALUE ZERO.

       01 WS-DATE-PARTS.
          05 WS-DP-YYYY            PIC 9(4).
          05 WS-DP-MM              PIC 9(2).
          05 WS-DP-DD              PIC 9(2).
       01 WS-TODAY-DAYS            PIC 9(7)    COMP VALUE ZERO.
       01 WS-ISSUE-DAYS            PIC 9(7)    COMP VALUE ZERO.
       01 WS-AGE-DAYS              PIC 9(7)    COMP VALUE ZERO.

       01 WS-HEADER-LINE.
          05 FILLER                PIC X(30) VALUE
             "UNCLAIMED PAYCHECK REGISTER".
          05 FILLER                PIC X(10) VALUE "RUN DATE ".
          05 WH-RUN-DATE            PIC X(8).

       01 WS-REGISTER-LINE.
          05 WR-EMP-ID             PIC X(10).
          05 FILLER                PIC X(1)  VALUE SPACES.
          05 WR-PAY-DATE            PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WR-CHECK-NO             PIC 9(8).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WR-AMOUNT                PIC Z(8)9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WR-STATUS                 PIC X(1).
          05 FILLER                    PIC X(3)  VALUE " - ".
          05 WR-NOTE                    PIC X(40).

      * Notice letter lines - one letter per ledger item noticed.
       01 WS-RULE-LINE             PIC X(72)   VALUE ALL "=".

       01 WS-LETTER-FROM-LINE.
          05 WN-COMPANY-NAME        PIC X(40).
          05 FILLER                 PIC X(14) VALUE SPACES.
          05 FILLER                  PIC X(6)  VALUE "DATE: ".
          05 WN-NOTICE-DATE           PIC X(8).

       01 WS-LETTER-CITY-LINE.
          05 WN-CITY                PIC X(25).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WN-STATE                PIC X(2).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WN-ZIP                   PIC X(10).

       01 WS-LETTER-TITLE-LINE     PIC X(40) VALUE
          "NOTICE OF UNCLAIMED WAGES".

       01 WS-LETTER-TEXT-1         PIC X(60) VALUE
          "OUR RECORDS SHOW THAT THE PAYCHECK BELOW, ISSUED TO YOU,".
       01 WS-LETTER-TEXT-2         PIC X(60) VALUE
          "HAS NOT BEEN CASHED.  UNLESS IT IS CLAIMED, THE LAW".
       01 WS-LETTER-TEXT-3         PIC X(60) VALUE
          "REQUIRES US TO REPORT IT AND DELIVER THE MONEY TO THE".
       01 WS-LETTER-TEXT-4         PIC X(60) VALUE
          "STATE AS UNCLAIMED PROPERTY.".
       01 WS-LETTER-TEXT-5         PIC X(60) VALUE
          "TO CLAIM IT, CONTACT THE PAYROLL OFFICE WITH YOUR".
       01 WS-LETTER-TEXT-6         PIC X(60) VALUE
          "EMPLOYEE ID AND THE CHECK NUMBER SHOWN ABOVE - A".
       01 WS-LETTER-TEXT-7         PIC X(60) VALUE
          "REPLACEMENT PAYMENT WILL BE ISSUED TO YOU.".

       01 WS-LETTER-CHECK-LINE.
          05 FILLER                PIC X(16) VALUE "   CHECK NUMBER ".
          05 WN-CHECK-NO            PIC 9(8).
          05 FILLER                 PIC X(9)  VALUE "  ISSUED ".
          05 WN-ISSUE-DATE           PIC X(8).
          05 FILLER                  PIC X(9)  VALUE "  AMOUNT ".
          05 WN-AMOUNT                PIC Z(8)9.99.

       01 WS-LETTER-EMP-LINE.
          05 FILLER                PIC X(16) VALUE "   EMPLOYEE ID  ".
          05 WN-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(12) VALUE "  PAY DATE  ".
          05 WN-PAY-DATE             PIC X(10).

       01 WS-SUMMARY-LINE-1.
          05 FILLER                PIC X(22) VALUE
             "RESPONSES READ      :".
          05 WS1-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-2.
          05 FILLER                PIC X(22) VALUE
             "CLAIMS TO REISSUE   :".
          05 WS2-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-3.
          05 FILLER                PIC X(22) VALUE
             "RESPONSES REJECTED  :".
          05 WS3-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-4.
          05 FILLER                PIC X(22) VALUE
             "LEDGER ITEMS CLOSED :".
          05 WS4-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-5.
          05 FILLER                PIC X(22) VALUE
             "NEW LEDGER ITEMS    :".
          05 WS5-COUNT              PIC ZZZZZZ9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS5-AMOUNT              PIC Z(9)9.99.

       01 WS-SUMMARY-LINE-6.
          05 FILLER                PIC X(22) VALUE
             "NOTICES SENT        :".
          05 WS6-COUNT              PIC ZZZZZZ9.

       01 WS-SUMMARY-LINE-7.
          05 FILLER                PIC X(22) VALUE
             "HELD - NO ADDRESS   :".
          05 WS7-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADER
           IF WS-RESPONSE-OPEN-SW = 'Y'
              PERFORM PROCESS-RESPONSES UNTIL WS-END-OF-FILE = 'Y'
           END-IF
           PERFORM REVIEW-LEDGER
           PERFORM SWEEP-STALE-CHECKS
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

      * A zero or bad stale threshold falls back to 180 days, the
      * same window CHKRECON flags stale checks on.
       GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           MOVE EQ-STALE-DAYS TO WS-STALE-DAYS
           CLOSE CONTROL-FILE

           IF WS-STALE-DAYS NOT NUMERIC OR WS-STALE-DAYS = ZERO
              MOVE 180 TO WS-STALE-DAYS
           END-IF

           MOVE WS-RUN-DATE TO WS-DATE-PARTS
           COMPUTE WS-TODAY-DAYS =
               WS-DP-YYYY * 365 + WS-DP-MM * 30 + WS-DP-DD.

       OPEN-FILES.
           OPEN I-O ESCHEAT-FILE
           IF ESC-FILE-STATUS = '35'
              OPEN OUTPUT ESCHEAT-FILE
              CLOSE ESCHEAT-FILE
              OPEN I-O ESCHEAT-FILE
           END-IF
           IF ESC-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ESCHEAT ' 'ESCHEAT.DAT         '
                  ESC-FILE-STATUS
              STOP RUN.

           OPEN INPUT ISSUE-FILE
           IF ISS-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ESCHEAT ' 'CHKISSUE.DAT        '
                  ISS-FILE-STATUS
              STOP RUN.

           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ESCHEAT ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN I-O REISSUE-FILE
           IF RWK-FILE-STATUS = '35'
              OPEN OUTPUT REISSUE-FILE
              CLOSE REISSUE-FILE
              OPEN I-O REISSUE-FILE
           END-IF
           IF RWK-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ESCHEAT ' 'REISSUE.DAT         '
                  RWK-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - the notices go out
      * under the name the checks print with.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'ESCHEAT ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No ESCHRESP.IN just means no owner has answered since the
      * last run.
           OPEN INPUT RESPONSE-FILE
           IF RSP-FILE-STATUS = '00'
              MOVE 'Y' TO WS-RESPONSE-OPEN-SW
           ELSE
              IF RSP-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'ESCHEAT ' 'ESCHRESP.IN         '
                     RSP-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT OUTPUT-FILE.

       WRITE-HEADER.
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           MOVE WS-HEADER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       PROCESS-RESPONSES.
           READ RESPONSE-FILE
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              ADD 1 TO WS-RESPONSES-READ
              PERFORM APPLY-ONE-RESPONSE
           END-READ.

      * Only an item still open on the ledger can be answered.  Once
      * remitted the money is the state's to return, not ours.
       APPLY-ONE-RESPONSE.
           MOVE SPACES TO WS-NOTE
           MOVE ER-EMP-ID   TO ES-EMP-ID
           MOVE ER-PAY-DATE TO ES-PAY-DATE
           READ ESCHEAT-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FOUND-SW = 'N'
              MOVE SPACES TO ESCHEAT-RECORD
              MOVE ER-EMP-ID   TO ES-EMP-ID
              MOVE ER-PAY-DATE TO ES-PAY-DATE
              MOVE ZERO        TO ES-CHECK-NO
              MOVE ZERO        TO ES-AMOUNT
              MOVE "REJECTED - NOT ON UNCLAIMED LEDGER" TO WS-NOTE
           ELSE
              EVALUATE TRUE
                  WHEN ES-STATUS = 'R'
                       MOVE "REJECTED - ESCHEATED, REFER TO STATE"
                            TO WS-NOTE
                  WHEN ES-STATUS = 'C'
                       MOVE "REJECTED - CLAIM ALREADY BOOKED"
                            TO WS-NOTE
                  WHEN ES-STATUS NOT = 'D' AND ES-STATUS NOT = 'N'
                       AND ES-STATUS NOT = 'U'
                       MOVE "REJECTED - LEDGER ITEM ALREADY CLOSED"
                            TO WS-NOTE
                  WHEN ER-CODE = 'C'
                       PERFORM BOOK-OWNER-CLAIM
                  WHEN ER-CODE = 'U'
                       MOVE 'U'         TO ES-STATUS
                       MOVE WS-RUN-DATE TO ES-RESPONSE-DATE
                       REWRITE ESCHEAT-RECORD
                       MOVE "NOTICE RETURNED UNDELIVERABLE" TO WS-NOTE
                  WHEN OTHER
                       MOVE "REJECTED - UNKNOWN RESPONSE CODE"
                            TO WS-NOTE
              END-EVALUATE
           END-IF

           IF WS-NOTE (1:8) = "REJECTED"
              ADD 1 TO WS-RESPONSES-REJECTED
           END-IF
           PERFORM WRITE-REGISTER-LINE.

      * The claim is replaced the way a stopped check is: REISSUE
      * stops the old number and routes the money to the bank or
      * CHKPRINT's check bucket.  An item still open for the same
      * paycheck must be settled first; a closed one - the check
      * being claimed was itself a replacement - is re-opened, the
      * way PAYADJ and ACHRET re-open one for a second failure.
       BOOK-OWNER-CLAIM.
           MOVE ES-EMP-ID      TO RW-EMP-ID
           MOVE ES-PAY-DATE    TO RW-PAY-DATE
           READ REISSUE-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FOUND-SW = 'Y' AND RW-STATUS = 'O'
              MOVE "REJECTED - REISSUE ITEM ALREADY OPEN"
                   TO WS-NOTE
           ELSE
              MOVE ES-EMP-ID      TO RW-EMP-ID
              MOVE ES-PAY-DATE    TO RW-PAY-DATE
              MOVE 'E'            TO RW-SOURCE
              MOVE ES-AMOUNT      TO RW-AMOUNT
              MOVE "ESC"          TO RW-REASON-CODE
              MOVE WS-RUN-DATE    TO RW-BOOKED-DATE
              MOVE 'O'            TO RW-STATUS
              MOVE SPACE          TO RW-METHOD
              MOVE SPACES         TO RW-CLOSED-DATE
              IF WS-FOUND-SW = 'Y'
                 REWRITE REISSUE-RECORD
              ELSE
                 WRITE REISSUE-RECORD
              END-IF
              MOVE 'C'         TO ES-STATUS
              MOVE WS-RUN-DATE TO ES-RESPONSE-DATE
              REWRITE ESCHEAT-RECORD
              ADD 1 TO WS-CLAIMS-BOOKED
              MOVE "CLAIMED - BOOKED TO REISSUE" TO WS-NOTE
           END-IF.

       REVIEW-LEDGER.
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO ESCHEAT-KEY
           START ESCHEAT-FILE KEY IS NOT LESS THAN ESCHEAT-KEY
           INVALID KEY
              MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM REVIEW-ONE-ITEM UNTIL WS-LEDGER-EOF = 'Y'.

       REVIEW-ONE-ITEM.
           READ ESCHEAT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-LEDGER-EOF
           NOT AT END
              IF ES-STATUS = 'D' OR ES-STATUS = 'N'
                 OR ES-STATUS = 'U'
                 PERFORM REVIEW-OPEN-ITEM
              END-IF
           END-READ.

       REVIEW-OPEN-ITEM.
           MOVE SPACES TO WS-NOTE
           MOVE ES-EMP-ID   TO CKI-EMP-ID
           MOVE ES-PAY-DATE TO CKI-PAY-DATE
           READ ISSUE-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ

           IF WS-FOUND-SW = 'N' OR CKI-CHECK-NO NOT = ES-CHECK-NO
              MOVE 'X' TO ES-STATUS
              REWRITE ESCHEAT-RECORD
              ADD 1 TO WS-ITEMS-CLOSED
              MOVE "CLOSED - CHECK STOPPED AND REPLACED" TO WS-NOTE
              PERFORM WRITE-REGISTER-LINE
           ELSE
              IF CKI-CLEAR-STATUS = 'C'
                 MOVE 'P' TO ES-STATUS
                 REWRITE ESCHEAT-RECORD
                 ADD 1 TO WS-ITEMS-CLOSED
                 MOVE "CLOSED - CHECK PAID BY BANK" TO WS-NOTE
                 PERFORM WRITE-REGISTER-LINE
              ELSE
                 IF ES-STATUS NOT = 'N'
                    PERFORM RETRY-NOTICE
                 END-IF
              END-IF
           END-IF.

      * A dormant item is noticed the first time an address is on
      * file; a returned notice only once the address has changed.
       RETRY-NOTICE.
           PERFORM LOOKUP-OWNER
           IF WS-EMP-FOUND-SW = 'Y'
              AND PSEMP-ADDR-LINE NOT = SPACES
              AND (ES-STATUS = 'D'
                   OR PSEMP-ADDR-LINE NOT = ES-OWNER-ADDR-LINE
                   OR PSEMP-ADDR-CITY NOT = ES-OWNER-CITY
                   OR PSEMP-ADDR-STATE NOT = ES-OWNER-STATE
                   OR PSEMP-ADDR-ZIP NOT = ES-OWNER-ZIP)
              PERFORM TAKE-OWNER-SNAPSHOT
              PERFORM SEND-NOTICE
              REWRITE ESCHEAT-RECORD
              MOVE "NOTICE SENT TO NEW ADDRESS" TO WS-NOTE
              PERFORM WRITE-REGISTER-LINE
           END-IF.

       SWEEP-STALE-CHECKS.
           MOVE 'N' TO WS-ISSUE-EOF
           MOVE LOW-VALUES TO CKI-EMP-ID
           MOVE LOW-VALUES TO CKI-PAY-DATE
           START ISSUE-FILE KEY IS NOT LESS THAN CHECK-ISSUE-KEY
           INVALID KEY
              MOVE 'Y' TO WS-ISSUE-EOF
           END-START
           PERFORM SWEEP-ONE-CHECK UNTIL WS-ISSUE-EOF = 'Y'.

       SWEEP-ONE-CHECK.
           READ ISSUE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-ISSUE-EOF
           NOT AT END
              IF CKI-CLEAR-STATUS = SPACE
                 MOVE CKI-ISSUE-DATE TO WS-DATE-PARTS
                 COMPUTE WS-ISSUE-DAYS =
                     WS-DP-YYYY * 365 + WS-DP-MM * 30 + WS-DP-DD
                 IF WS-TODAY-DAYS > WS-ISSUE-DAYS
                    COMPUTE WS-AGE-DAYS =
                        WS-TODAY-DAYS - WS-ISSUE-DAYS
                 ELSE
                    MOVE ZERO TO WS-AGE-DAYS
                 END-IF
                 IF WS-AGE-DAYS > WS-STALE-DAYS
                    PERFORM CONSIDER-STALE-CHECK
                 END-IF
              END-IF
           END-READ.

      * A check already on the ledger stays as it is.  The one
      * exception is a replacement printed for a claimed or stopped
      * check that has itself gone stale - same paycheck, new check
      * number - which starts the ledger item over.
       CONSIDER-STALE-CHECK.
           MOVE CKI-EMP-ID   TO RW-EMP-ID
           MOVE CKI-PAY-DATE TO RW-PAY-DATE
           READ REISSUE-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF WS-FOUND-SW = 'N' OR RW-STATUS NOT = 'O'
              MOVE CKI-EMP-ID   TO ES-EMP-ID
              MOVE CKI-PAY-DATE TO ES-PAY-DATE
              READ ESCHEAT-FILE
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-SW
              END-READ
              IF WS-FOUND-SW = 'N'
                 PERFORM ADD-LEDGER-ITEM
                 WRITE ESCHEAT-RECORD
              ELSE
                 IF ES-CHECK-NO NOT = CKI-CHECK-NO
                    AND (ES-STATUS = 'C' OR ES-STATUS = 'X')
                    PERFORM ADD-LEDGER-ITEM
                    REWRITE ESCHEAT-RECORD
                 END-IF
              END-IF
           END-IF.

       ADD-LEDGER-ITEM.
           MOVE SPACES         TO ESCHEAT-RECORD
           MOVE CKI-EMP-ID     TO ES-EMP-ID
           MOVE CKI-PAY-DATE   TO ES-PAY-DATE
           MOVE CKI-CHECK-NO   TO ES-CHECK-NO
           MOVE CKI-ISSUE-DATE TO ES-ISSUE-DATE
           MOVE CKI-AMOUNT     TO ES-AMOUNT
           MOVE CKI-COMPANY    TO ES-COMPANY
           MOVE WS-RUN-DATE    TO ES-DORMANT-DATE
           MOVE 'D'            TO ES-STATUS
           ADD 1 TO WS-ITEMS-ADDED
           ADD CKI-AMOUNT TO WS-ADDED-TOTAL

           PERFORM LOOKUP-OWNER
           IF WS-EMP-FOUND-SW = 'Y'
              PERFORM TAKE-OWNER-SNAPSHOT
           ELSE
              MOVE "** NOT ON EMPLOYEE.DAT **" TO ES-OWNER-NAME
           END-IF
           IF ES-OWNER-ADDR-LINE NOT = SPACES
              PERFORM SEND-NOTICE
              MOVE "STALE - NOTICE SENT" TO WS-NOTE
           ELSE
              ADD 1 TO WS-HELD-DORMANT
              MOVE "STALE - NO ADDRESS, HELD DORMANT" TO WS-NOTE
           END-IF
           PERFORM WRITE-REGISTER-LINE.

       LOOKUP-OWNER.
           MOVE ES-EMP-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-EMP-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ.

       TAKE-OWNER-SNAPSHOT.
           MOVE PSEMP-NAME       TO ES-OWNER-NAME
           MOVE PSEMP-ADDR-LINE  TO ES-OWNER-ADDR-LINE
           MOVE PSEMP-ADDR-CITY  TO ES-OWNER-CITY
           MOVE PSEMP-ADDR-STATE TO ES-OWNER-STATE
           MOVE PSEMP-ADDR-ZIP   TO ES-OWNER-ZIP.

      * The letter comes from the company whose account the check
      * was drawn on.
       SEND-NOTICE.
           MOVE "PAYROLL SYSTEM MANAGEMENT" TO WS-COMPANY-NAME
           IF WS-COMPANY-OPEN-SW = 'Y' AND ES-COMPANY NOT = SPACES
              MOVE ES-COMPANY TO CO-CODE
              READ COMPANY-FILE
              NOT INVALID KEY
                 MOVE CO-LEGAL-NAME TO WS-COMPANY-NAME
              END-READ
           END-IF

           MOVE WS-RULE-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-COMPANY-NAME TO WN-COMPANY-NAME
           MOVE WS-RUN-DATE     TO WN-NOTICE-DATE
           MOVE WS-LETTER-FROM-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ES-OWNER-NAME TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ES-OWNER-ADDR-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ES-OWNER-CITY  TO WN-CITY
           MOVE ES-OWNER-STATE TO WN-STATE
           MOVE ES-OWNER-ZIP   TO WN-ZIP
           MOVE WS-LETTER-CITY-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TITLE-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TEXT-1 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TEXT-2 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TEXT-3 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TEXT-4 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ES-CHECK-NO   TO WN-CHECK-NO
           MOVE ES-ISSUE-DATE TO WN-ISSUE-DATE
           MOVE ES-AMOUNT     TO WN-AMOUNT
           MOVE WS-LETTER-CHECK-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE ES-EMP-ID   TO WN-EMP-ID
           MOVE ES-PAY-DATE TO WN-PAY-DATE
           MOVE WS-LETTER-EMP-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TEXT-5 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TEXT-6 TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE WS-LETTER-TEXT-7 TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE 'N'         TO ES-STATUS
           MOVE WS-RUN-DATE TO ES-NOTICE-DATE
           ADD 1 TO WS-NOTICES-SENT.

       WRITE-REGISTER-LINE.
           MOVE ES-EMP-ID   TO WR-EMP-ID
           MOVE ES-PAY-DATE TO WR-PAY-DATE
           MOVE ES-CHECK-NO TO WR-CHECK-NO
           MOVE ES-AMOUNT   TO WR-AMOUNT
           MOVE ES-STATUS   TO WR-STATUS
           MOVE WS-NOTE     TO WR-NOTE
           MOVE WS-REGISTER-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-SUMMARY.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-RESPONSES-READ TO WS1-COUNT
           MOVE WS-SUMMARY-LINE-1 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-CLAIMS-BOOKED TO WS2-COUNT
           MOVE WS-SUMMARY-LINE-2 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-RESPONSES-REJECTED TO WS3-COUNT
           MOVE WS-SUMMARY-LINE-3 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-ITEMS-CLOSED TO WS4-COUNT
           MOVE WS-SUMMARY-LINE-4 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-ITEMS-ADDED TO WS5-COUNT
           MOVE WS-ADDED-TOTAL TO WS5-AMOUNT
           MOVE WS-SUMMARY-LINE-5 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-NOTICES-SENT TO WS6-COUNT
           MOVE WS-SUMMARY-LINE-6 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-HELD-DORMANT TO WS7-COUNT
           MOVE WS-SUMMARY-LINE-7 TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-FILES.
           CLOSE ESCHEAT-FILE
           CLOSE ISSUE-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE REISSUE-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           IF WS-RESPONSE-OPEN-SW = 'Y'
              CLOSE RESPONSE-FILE
           END-IF
           CLOSE NOTICE-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM ESCHEAT.
