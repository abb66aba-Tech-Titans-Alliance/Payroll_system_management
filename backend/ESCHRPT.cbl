       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHRPT.
       AUTHOR. YOUR-NAME.

      * Annual unclaimed-property holder report and remittance for
      * the uncashed paychecks on the ESCHEAT.DAT ledger.  Every
      * ledger item still open - dormant, noticed or returned
      * undeliverable, never claimed - whose check was issued at
      * least the dormancy period before the as-of date is reported
      * to the state of the owner's last known address and the money
      * remitted.  ESCHRPT.IN carries the as-of date (YYYY-MM-DD,
      * blank means today) and the dormancy period in years (blank
      * or zero means 1, the usual period for wages).
      *
      * The check must still be outstanding on CHKISSUE.DAT: one the
      * bank has paid, or that has been stopped and replaced, since
      * the last ESCHEAT run is listed as an exception and left for
      * ESCHEAT to close.  So is one with an open REISSUE.DAT
      * item - a stop booked after the item was ledgered means the
      * paycheck is voided and a replacement is owed, not the state.
      * Each item reported is marked remitted on the ledger ('R',
      * with the remit date and report year), and
      * its issue record is marked escheated (CKI-CLEAR-STATUS 'E',
      * the remit date in CKI-PAID-DATE) - neither paid nor void, so
      * CHKRECON no longer ages it and calls it out if the bank is
      * ever presented with it.
      *
      * The report is filed by holder - each company is a holder in
      * its own right, under its own tax ID - and by owner state
      * within it.  ESCHREM.DAT is the remittance file: a '1' header
      * per holder/state, a '6' detail per owner item carrying the
      * owner's name and address, the check and the property type
      * (PR01 - wages), and an '8' trailer with the item count and
      * total.  Owners with no address on file go under state "**",
      * owed to the state the company is domiciled in.
      *
      * ESCHJRNL.OUT is the GL journal for the liability transfer:
      * the escheated checks come out of check cash (NCHK, qualifier
      * ESCHEATED - debit) into unclaimed property payable (ESCH,
      * by owner state - credit), mapped through GLACCT.DAT and
      * balanced the way GLJRNL balances - one section per holder
      * company, in company order, each proved to net to zero on its
      * own as well as the journal as a whole.  The cash sent to the
      * state clears the payable through accounts payable, not here.
      * ESCHRPT.OUT is the holder report itself.

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

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT REISSUE-FILE ASSIGN TO "REISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REISSUE-KEY
               FILE STATUS IS RWK-FILE-STATUS.

           SELECT GLACCT-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLA-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ESCHRPT.WRK".

           SELECT CONTROL-FILE ASSIGN TO "ESCHRPT.IN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMIT-FILE ASSIGN TO "ESCHREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "ESCHJRNL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE ASSIGN TO "ESCHRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESCHEAT-FILE.
       COPY ESCHLGRC.

       FD ISSUE-FILE.
       COPY CHKISSRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD REISSUE-FILE.
       COPY REISSRC.

       FD GLACCT-FILE.
       COPY GLACCTRC.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SRT-COMPANY           PIC X(4).
          05 SRT-STATE             PIC X(2).
          05 SRT-OWNER-NAME        PIC X(50).
          05 SRT-EMP-ID            PIC X(10).
          05 SRT-PAY-DATE          PIC X(10).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 EQ-AS-OF-DATE        PIC X(10).
          05 EQ-DORMANCY-YEARS    PIC X(1).

       FD REMIT-FILE.
       01 REMIT-RECORD             PIC X(200).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD           PIC X(80).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-EOF            PIC X       VALUE 'N'.
       01 WS-SORT-EOF              PIC X       VALUE 'N'.
       01 WS-GLACCT-EOF            PIC X       VALUE 'N'.
       01 ESC-FILE-STATUS          PIC XX.
       01 ISS-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 RWK-FILE-STATUS          PIC XX.
       01 GLA-FILE-STATUS          PIC XX.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-REISSUE-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-GROUP-OPEN-SW         PIC X       VALUE 'N'.
       01 WS-TABLE-FULL-SW         PIC X       VALUE 'N'.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-TODAY                 PIC X(10).
       01 WS-AS-OF-DATE            PIC X(10).
       01 WS-DORMANCY-YEARS        PIC 9(1)    VALUE 1.
       01 WS-CUTOFF-YEAR           PIC 9(4).
       01 WS-CUTOFF-DATE           PIC X(8).
       01 WS-NOTE                  PIC X(40).

       01 WS-GROUP-COMPANY         PIC X(4).
       01 WS-GROUP-STATE           PIC X(2).
       01 WS-HOLDER-NAME           PIC X(40).
       01 WS-HOLDER-TAX-ID         PIC X(10).

       01 WS-GROUP-COUNT           PIC 9(7)    COMP VALUE ZERO.
       01 WS-GROUP-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01 WS-REMIT-COUNT           PIC 9(7)    COMP VALUE ZERO.
       01 WS-REMIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(7)    COMP VALUE ZERO.
       01 WS-UNMAPPED-COUNT        PIC 9(5)    COMP VALUE ZERO.

      * One journal posting request - POST-ENTRY folds it into the
      * summary line for its bucket/qualifier.
       01 WS-POST-BUCKET           PIC X(4).
       01 WS-POST-QUALIFIER        PIC X(20).
       01 WS-POST-SIDE             PIC X(1).
       01 WS-POST-AMOUNT           PIC 9(9)V99 VALUE ZERO.

      * Account mapping rows off GLACCT.DAT, loaded once at start-up.
       01 WS-GLMAP-TABLE.
          05 WS-GLMAP-ENTRY OCCURS 200 TIMES.
             10 WM-BUCKET         PIC X(4).
             10 WM-QUALIFIER      PIC X(20).
             10 WM-ACCOUNT        PIC X(10).
       01 WS-GLMAP-COUNT           PIC 9(3)    COMP VALUE ZERO.
       01 WS-MAP-IDX               PIC 9(3)    COMP.
       01 WS-MAPPED-ACCOUNT        PIC X(10).

      * The journal summarized by company/bucket/qualifier - one
      * debit line and a payable line per owner state for each
      * holder company.
       01 WS-JOURNAL-TABLE.
          05 WS-JOURNAL-ENTRY OCCURS 100 TIMES.
             10 WJ-COMPANY        PIC X(4).
             10 WJ-BUCKET         PIC X(4).
             10 WJ-QUALIFIER      PIC X(20).
             10 WJ-ACCOUNT        PIC X(10).
             10 WJ-SIDE           PIC X(1).
             10 WJ-AMOUNT         PIC 9(9)V99.
       01 WS-JOURNAL-COUNT         PIC 9(3)    COMP VALUE ZERO.
       01 WS-JRN-IDX               PIC 9(3)    COMP.
       01 WS-JRN-FOUND             PIC 9(3)    COMP VALUE ZERO.

      * The holder companies on the journal, in the company order the
      * sort delivers them, with each one's totals as posted and as
      * re-added from its written lines.
       01 WS-COMPANY-TABLE.
          05 WS-COMPANY-ENTRY OCCURS 50 TIMES.
             10 WC-COMPANY        PIC X(4).
             10 WC-HOLDER-NAME    PIC X(40).
             10 WC-TOTAL-DEBITS   PIC 9(11)V99.
             10 WC-TOTAL-CREDITS  PIC 9(11)V99.
             10 WC-CHECK-DEBITS   PIC 9(11)V99.
             10 WC-CHECK-CREDITS  PIC 9(11)V99.
       01 WS-COMPANY-COUNT         PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-IDX                PIC 9(3)    COMP.
       01 WS-GROUP-CO-IDX          PIC 9(3)    COMP VALUE ZERO.
       01 WS-CO-UNBALANCED-SW      PIC X       VALUE 'N'.

       01 WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01 WS-CHECK-CREDITS         PIC 9(11)V99 VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(40) VALUE
             "UNCLAIMED PROPERTY HOLDER REPORT - WAGES".
          05 FILLER                PIC X(10) VALUE "  AS OF  ".
          05 WT-AS-OF-DATE          PIC X(10).
          05 FILLER                 PIC X(12) VALUE "  DORMANCY ".
          05 WT-YEARS                PIC 9.
          05 FILLER                  PIC X(4)  VALUE " YR ".
          05 FILLER                  PIC X(10) VALUE "  REMITTED".
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WT-RUN-DATE              PIC X(10).

       01 WS-GROUP-HEAD-LINE.
          05 FILLER                PIC X(8)  VALUE "HOLDER: ".
          05 WG-COMPANY             PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WG-HOLDER-NAME          PIC X(40).
          05 FILLER                  PIC X(9)  VALUE "  TAX ID ".
          05 WG-TAX-ID                PIC X(10).
          05 FILLER                   PIC X(15) VALUE
             "  OWNER STATE: ".
          05 WG-STATE                  PIC X(2).

       01 WS-COLUMN-LINE.
          05 FILLER                PIC X(60) VALUE
             "EMP-ID     OWNER NAME                     CITY".
          05 FILLER                PIC X(60) VALUE
             "           CHECK NO ISSUED         AMOUNT".

       01 WS-DETAIL-LINE.
          05 WD-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WD-OWNER-NAME           PIC X(30).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WD-CITY                  PIC X(25).
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WD-CHECK-NO               PIC 9(8).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WD-ISSUE-DATE              PIC X(8).
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WD-AMOUNT                   PIC Z(8)9.99.

       01 WS-GROUP-TOTAL-LINE.
          05 FILLER                PIC X(20) VALUE
             "  STATE TOTAL      :".
          05 WGT-COUNT              PIC ZZZZZZ9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WGT-AMOUNT              PIC Z(9)9.99.

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER                PIC X(20) VALUE
             "TOTAL REMITTED     :".
          05 WTT-COUNT              PIC ZZZZZZ9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WTT-AMOUNT              PIC Z(9)9.99.

       01 WS-EXCEPTION-LINE.
          05 FILLER                PIC X(12) VALUE "EXCEPTION - ".
          05 WX-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WX-PAY-DATE             PIC X(10).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WX-CHECK-NO              PIC 9(8).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WX-AMOUNT                 PIC Z(8)9.99.
          05 FILLER                    PIC X(3)  VALUE " - ".
          05 WX-REASON                  PIC X(40).

       01 WS-EXCEPTION-TOTAL-LINE.
          05 FILLER                PIC X(20) VALUE
             "EXCEPTIONS         :".
          05 WXT-COUNT              PIC ZZZZZZ9.

       01 WS-NO-ACCOUNTS-LINE      PIC X(50) VALUE
          "RUN REFUSED - NO ACCOUNT MAPPING ON GLACCT.DAT".

      * ESCHREM.DAT - the remittance file for the states
       01 WS-REMIT-HEADER.
          05 FILLER               PIC X(1)  VALUE "1".
          05 FILLER                PIC X(20) VALUE
             "UNCLAIMED PROPERTY  ".
          05 WF-HDR-STATE           PIC X(2).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-HDR-TAX-ID           PIC X(10).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WF-HDR-HOLDER            PIC X(40).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WF-HDR-REPORT-YEAR        PIC X(4).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WF-HDR-RUN-DATE            PIC X(8).

       01 WS-REMIT-DETAIL.
          05 FILLER                 PIC X(1)  VALUE "6".
          05 WF-OWNER-ID            PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-OWNER-NAME          PIC X(50).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-ADDR-LINE           PIC X(40).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-CITY                PIC X(25).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-STATE               PIC X(2).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-ZIP                 PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-PROPERTY-TYPE       PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-CHECK-NO            PIC 9(8).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-ISSUE-DATE          PIC X(8).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WF-AMOUNT              PIC 9(9)V99.

       01 WS-REMIT-TRAILER.
          05 FILLER               PIC X(1)  VALUE "8".
          05 FILLER                PIC X(15) VALUE
             "OWNER ITEMS   :".
          05 WF-TRL-COUNT           PIC Z(6)9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 FILLER                  PIC X(8)  VALUE
             "AMOUNT :".
          05 WF-TRL-AMOUNT            PIC Z(9)9.99.

      * ESCHJRNL.OUT - the GL journal for the liability transfer
       01 WS-JOURNAL-HEADER.
          05 FILLER                PIC X(28) VALUE
             "GL JOURNAL ESCHEAT AS OF  :".
          05 WH-AS-OF-DATE          PIC X(10).

       01 WS-JOURNAL-LINE.
          05 WL-ACCOUNT             PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-SIDE                PIC X(2).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-AMOUNT              PIC 9(9)V99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-BUCKET              PIC X(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WL-QUALIFIER           PIC X(20).

       01 WS-COMPANY-HEADER.
          05 FILLER                PIC X(22) VALUE
             "COMPANY              :".
          05 WCH-COMPANY            PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WCH-HOLDER-NAME        PIC X(40).

       01 WS-CO-DEBIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "COMPANY DEBITS       :".
          05 WCT-DEBITS             PIC Z(10)9.99.

       01 WS-CO-CREDIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "COMPANY CREDITS      :".
          05 WCT-CREDITS            PIC Z(10)9.99.

       01 WS-CO-BALANCED-LINE.
          05 FILLER                PIC X(8)  VALUE "COMPANY ".
          05 WCB-COMPANY            PIC X(4).
          05 FILLER                 PIC X(14) VALUE " NETS TO ZERO".

       01 WS-CO-UNBALANCED-LINE.
          05 FILLER                PIC X(12) VALUE "*** COMPANY ".
          05 WCU-COMPANY            PIC X(4).
          05 FILLER                 PIC X(30) VALUE
             " DOES NOT NET TO ZERO - HELD".

       01 WS-DEBIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "TOTAL DEBITS         :".
          05 WJT-DEBITS             PIC Z(10)9.99.

       01 WS-CREDIT-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "TOTAL CREDITS        :".
          05 WJT-CREDITS            PIC Z(10)9.99.

       01 WS-BALANCED-LINE         PIC X(44) VALUE
          "JOURNAL NETS TO ZERO - RELEASE TO GL".
       01 WS-UNBALANCED-LINE       PIC X(52) VALUE
          "*** JOURNAL DOES NOT NET TO ZERO - HELD".
       01 WS-UNMAPPED-LINE         PIC X(52) VALUE
          "*** BUCKETS WITH NO GL ACCOUNT - HELD".
       01 WS-TABLE-FULL-LINE       PIC X(52) VALUE
          "*** JOURNAL TABLE FULL - HELD".

       01 WS-UNMAPPED-DETAIL.
          05 FILLER                PIC X(20) VALUE
             "NO GL ACCOUNT FOR :".
          05 WU-BUCKET              PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WU-QUALIFIER           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-OPTIONS
           PERFORM OPEN-FILES
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM WRITE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COMPANY SRT-STATE
                                SRT-OWNER-NAME SRT-EMP-ID
                                SRT-PAY-DATE
               INPUT PROCEDURE IS SELECT-DORMANT-ITEMS
               OUTPUT PROCEDURE IS REMIT-DORMANT-ITEMS
           PERFORM WRITE-TOTALS
           PERFORM WRITE-JOURNAL
           PERFORM BALANCE-AND-TOTAL
           PERFORM CLOSE-FILES
           STOP RUN.

      * An item is dormant once its check was issued on or before
      * the as-of date less the dormancy period.
       GET-RUN-OPTIONS.
           MOVE SPACES TO WS-TODAY
           STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-RUN-DATE (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-RUN-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING

           MOVE SPACES TO WS-AS-OF-DATE
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE INTO CONTROL-RECORD
           NOT AT END
              MOVE EQ-AS-OF-DATE TO WS-AS-OF-DATE
              IF EQ-DORMANCY-YEARS IS NUMERIC
                 AND EQ-DORMANCY-YEARS NOT = '0'
                 MOVE EQ-DORMANCY-YEARS TO WS-DORMANCY-YEARS
              END-IF
           END-READ
           CLOSE CONTROL-FILE
           IF WS-AS-OF-DATE = SPACES
              MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF

           MOVE WS-AS-OF-DATE (1:4) TO WS-CUTOFF-YEAR
           SUBTRACT WS-DORMANCY-YEARS FROM WS-CUTOFF-YEAR
           MOVE SPACES TO WS-CUTOFF-DATE
           STRING WS-CUTOFF-YEAR      DELIMITED BY SIZE
                  WS-AS-OF-DATE (6:2) DELIMITED BY SIZE
                  WS-AS-OF-DATE (9:2) DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE
           END-STRING.

       OPEN-FILES.
           OPEN I-O ESCHEAT-FILE
           IF ESC-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ESCHRPT ' 'ESCHEAT.DAT         '
                  ESC-FILE-STATUS
              STOP RUN.

           OPEN I-O ISSUE-FILE
           IF ISS-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'ESCHRPT ' 'CHKISSUE.DAT        '
                  ISS-FILE-STATUS
              STOP RUN.

      * No COMPANY.DAT means a single employer - one holder, the
      * name the checks print with.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'ESCHRPT ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

      * No REISSUE.DAT means no stop or replacement was ever booked.
           OPEN INPUT REISSUE-FILE
           IF RWK-FILE-STATUS = '00'
              MOVE 'Y' TO WS-REISSUE-OPEN-SW
           ELSE
              IF RWK-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'ESCHRPT ' 'REISSUE.DAT         '
                     RWK-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT REMIT-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT OUTPUT-FILE.

      * Nothing is marked escheated unless the transfer can be
      * booked - with no GLACCT.DAT the run stops before it starts.
       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-GLMAP-COUNT
           OPEN INPUT GLACCT-FILE
           IF GLA-FILE-STATUS NOT = '00'
              MOVE WS-NO-ACCOUNTS-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
              PERFORM CLOSE-FILES
              STOP RUN
           END-IF
           MOVE 'N' TO WS-GLACCT-EOF
           PERFORM LOAD-ONE-ACCOUNT UNTIL WS-GLACCT-EOF = 'Y'
           CLOSE GLACCT-FILE.

       LOAD-ONE-ACCOUNT.
           READ GLACCT-FILE
           AT END
              MOVE 'Y' TO WS-GLACCT-EOF
           NOT AT END
              IF WS-GLMAP-COUNT < 200
                 ADD 1 TO WS-GLMAP-COUNT
                 MOVE GA-BUCKET    TO WM-BUCKET (WS-GLMAP-COUNT)
                 MOVE GA-QUALIFIER TO WM-QUALIFIER (WS-GLMAP-COUNT)
                 MOVE GA-ACCOUNT   TO WM-ACCOUNT (WS-GLMAP-COUNT)
              END-IF
           END-READ.

       WRITE-HEADER.
           MOVE WS-AS-OF-DATE     TO WT-AS-OF-DATE
           MOVE WS-DORMANCY-YEARS TO WT-YEARS
           MOVE WS-TODAY          TO WT-RUN-DATE
           MOVE WS-TITLE-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       SELECT-DORMANT-ITEMS.
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO ESCHEAT-KEY
           START ESCHEAT-FILE KEY IS NOT LESS THAN ESCHEAT-KEY
           INVALID KEY
              MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM SELECT-ONE-ITEM UNTIL WS-LEDGER-EOF = 'Y'.

       SELECT-ONE-ITEM.
           READ ESCHEAT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-LEDGER-EOF
           NOT AT END
              IF (ES-STATUS = 'D' OR ES-STATUS = 'N'
                  OR ES-STATUS = 'U')
                 AND ES-ISSUE-DATE NOT > WS-CUTOFF-DATE
                 PERFORM CHECK-STILL-OUTSTANDING
              END-IF
           END-READ.

      * The ledger is only as current as the last ESCHEAT run - the
      * issue file has the final word on whether the check is still
      * out there.
       CHECK-STILL-OUTSTANDING.
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
              MOVE "CHECK STOPPED OR REPLACED - NOT REMITTED"
                   TO WS-NOTE
           ELSE
              IF CKI-CLEAR-STATUS NOT = SPACE
                 MOVE "CHECK PAID SINCE LAST RUN - NOT REMITTED"
                      TO WS-NOTE
              END-IF
           END-IF

      * A stop or claim still waiting on its replacement keeps the
      * check off the report - REISSUE pays the owner instead.
           IF WS-REISSUE-OPEN-SW = 'Y'
              MOVE ES-EMP-ID   TO RW-EMP-ID
              MOVE ES-PAY-DATE TO RW-PAY-DATE
              READ REISSUE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RW-STATUS = 'O'
                    MOVE "REPLACEMENT PENDING - NOT REMITTED"
                         TO WS-NOTE
                 END-IF
              END-READ
           END-IF

           IF WS-NOTE = SPACES
              MOVE ES-COMPANY    TO SRT-COMPANY
              MOVE ES-OWNER-STATE TO SRT-STATE
              IF SRT-STATE = SPACES
                 MOVE "**" TO SRT-STATE
              END-IF
              MOVE ES-OWNER-NAME TO SRT-OWNER-NAME
              MOVE ES-EMP-ID     TO SRT-EMP-ID
              MOVE ES-PAY-DATE   TO SRT-PAY-DATE
              RELEASE SORT-RECORD
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE ES-EMP-ID   TO WX-EMP-ID
           MOVE ES-PAY-DATE TO WX-PAY-DATE
           MOVE ES-CHECK-NO TO WX-CHECK-NO
           MOVE ES-AMOUNT   TO WX-AMOUNT
           MOVE WS-NOTE     TO WX-REASON
           MOVE WS-EXCEPTION-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.

       REMIT-DORMANT-ITEMS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-GROUP-OPEN-SW
           PERFORM REMIT-ONE-ITEM UNTIL WS-SORT-EOF = 'Y'
           IF WS-GROUP-OPEN-SW = 'Y'
              PERFORM CLOSE-GROUP
           END-IF.

       REMIT-ONE-ITEM.
           RETURN SORT-WORK-FILE
           AT END
              MOVE 'Y' TO WS-SORT-EOF
           NOT AT END
              IF WS-GROUP-OPEN-SW = 'Y'
                 AND (SRT-COMPANY NOT = WS-GROUP-COMPANY
                      OR SRT-STATE NOT = WS-GROUP-STATE)
                 PERFORM CLOSE-GROUP
              END-IF
              IF WS-GROUP-OPEN-SW = 'N'
                 PERFORM OPEN-GROUP
              END-IF
              MOVE SRT-EMP-ID   TO ES-EMP-ID
              MOVE SRT-PAY-DATE TO ES-PAY-DATE
              READ ESCHEAT-FILE
              INVALID KEY
                 MOVE 'N' TO WS-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND-SW
              END-READ
              IF WS-FOUND-SW = 'Y'
                 PERFORM REMIT-LEDGER-ITEM
              END-IF
           END-RETURN.

      * Each holder/state pair is its own filing: the holder's name
      * and tax ID head the report section and the remittance batch.
       OPEN-GROUP.
           MOVE 'Y'         TO WS-GROUP-OPEN-SW
           MOVE SRT-COMPANY TO WS-GROUP-COMPANY
           MOVE SRT-STATE   TO WS-GROUP-STATE
           MOVE ZERO        TO WS-GROUP-COUNT
           MOVE ZERO        TO WS-GROUP-TOTAL
           MOVE "PAYROLL SYSTEM MANAGEMENT" TO WS-HOLDER-NAME
           MOVE SPACES      TO WS-HOLDER-TAX-ID
           IF WS-COMPANY-OPEN-SW = 'Y' AND SRT-COMPANY NOT = SPACES
              MOVE SRT-COMPANY TO CO-CODE
              READ COMPANY-FILE
              NOT INVALID KEY
                 MOVE CO-LEGAL-NAME TO WS-HOLDER-NAME
                 MOVE CO-TAX-ID     TO WS-HOLDER-TAX-ID
              END-READ
           END-IF

           MOVE WS-GROUP-COMPANY TO WG-COMPANY
           MOVE WS-HOLDER-NAME   TO WG-HOLDER-NAME
           MOVE WS-HOLDER-TAX-ID TO WG-TAX-ID
           MOVE WS-GROUP-STATE   TO WG-STATE
           MOVE WS-GROUP-HEAD-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-COLUMN-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-GROUP-STATE      TO WF-HDR-STATE
           MOVE WS-HOLDER-TAX-ID    TO WF-HDR-TAX-ID
           MOVE WS-HOLDER-NAME      TO WF-HDR-HOLDER
           MOVE WS-AS-OF-DATE (1:4) TO WF-HDR-REPORT-YEAR
           MOVE WS-RUN-DATE         TO WF-HDR-RUN-DATE
           MOVE WS-REMIT-HEADER TO REMIT-RECORD
           WRITE REMIT-RECORD
           PERFORM FIND-JOURNAL-COMPANY.

      * The group's holder company gets its journal section the first
      * time one of its groups opens - the sort brings the companies
      * in order, so a new one always goes on the end.  A table
      * already full holds the journal.
       FIND-JOURNAL-COMPANY.
           MOVE ZERO TO WS-GROUP-CO-IDX
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT
              IF WC-COMPANY (WS-CO-IDX) = WS-GROUP-COMPANY
                 MOVE WS-CO-IDX TO WS-GROUP-CO-IDX
              END-IF
           END-PERFORM
           IF WS-GROUP-CO-IDX = ZERO
              IF WS-COMPANY-COUNT < 50
                 ADD 1 TO WS-COMPANY-COUNT
                 MOVE WS-COMPANY-COUNT TO WS-GROUP-CO-IDX
                 MOVE WS-GROUP-COMPANY
                      TO WC-COMPANY (WS-GROUP-CO-IDX)
                 MOVE WS-HOLDER-NAME
                      TO WC-HOLDER-NAME (WS-GROUP-CO-IDX)
                 MOVE ZERO TO WC-TOTAL-DEBITS (WS-GROUP-CO-IDX)
                 MOVE ZERO TO WC-TOTAL-CREDITS (WS-GROUP-CO-IDX)
                 MOVE ZERO TO WC-CHECK-DEBITS (WS-GROUP-CO-IDX)
                 MOVE ZERO TO WC-CHECK-CREDITS (WS-GROUP-CO-IDX)
              ELSE
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF.

       CLOSE-GROUP.
           MOVE WS-GROUP-COUNT TO WGT-COUNT
           MOVE WS-GROUP-TOTAL TO WGT-AMOUNT
           MOVE WS-GROUP-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-GROUP-COUNT TO WF-TRL-COUNT
           MOVE WS-GROUP-TOTAL TO WF-TRL-AMOUNT
           MOVE WS-REMIT-TRAILER TO REMIT-RECORD
           WRITE REMIT-RECORD
           MOVE 'N' TO WS-GROUP-OPEN-SW.

      * Reported, remitted and booked: the ledger item closes 'R',
      * the issue record is marked escheated and the check's amount
      * moves from check cash to the state's payable.
       REMIT-LEDGER-ITEM.
           MOVE ES-EMP-ID     TO WD-EMP-ID
           MOVE ES-OWNER-NAME TO WD-OWNER-NAME
           MOVE ES-OWNER-CITY TO WD-CITY
           MOVE ES-CHECK-NO   TO WD-CHECK-NO
           MOVE ES-ISSUE-DATE TO WD-ISSUE-DATE
           MOVE ES-AMOUNT     TO WD-AMOUNT
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE ES-EMP-ID          TO WF-OWNER-ID
           MOVE ES-OWNER-NAME      TO WF-OWNER-NAME
           MOVE ES-OWNER-ADDR-LINE TO WF-ADDR-LINE
           MOVE ES-OWNER-CITY      TO WF-CITY
           MOVE ES-OWNER-STATE     TO WF-STATE
           MOVE ES-OWNER-ZIP       TO WF-ZIP
           MOVE "PR01"             TO WF-PROPERTY-TYPE
           MOVE ES-CHECK-NO        TO WF-CHECK-NO
           MOVE ES-ISSUE-DATE      TO WF-ISSUE-DATE
           MOVE ES-AMOUNT          TO WF-AMOUNT
           MOVE WS-REMIT-DETAIL TO REMIT-RECORD
           WRITE REMIT-RECORD

           ADD 1         TO WS-GROUP-COUNT
           ADD ES-AMOUNT TO WS-GROUP-TOTAL
           ADD 1         TO WS-REMIT-COUNT
           ADD ES-AMOUNT TO WS-REMIT-TOTAL

           MOVE 'R'                 TO ES-STATUS
           MOVE WS-RUN-DATE         TO ES-REMIT-DATE
           MOVE WS-AS-OF-DATE (1:4) TO ES-REPORT-YEAR
           REWRITE ESCHEAT-RECORD

           MOVE ES-EMP-ID   TO CKI-EMP-ID
           MOVE ES-PAY-DATE TO CKI-PAY-DATE
           READ ISSUE-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ
           IF WS-FOUND-SW = 'Y'
              MOVE 'E'      TO CKI-CLEAR-STATUS
              MOVE WS-TODAY TO CKI-PAID-DATE
              REWRITE CHECK-ISSUE-RECORD
           END-IF

           MOVE 'NCHK'         TO WS-POST-BUCKET
           MOVE "ESCHEATED"    TO WS-POST-QUALIFIER
           MOVE 'D'            TO WS-POST-SIDE
           MOVE ES-AMOUNT      TO WS-POST-AMOUNT
           PERFORM POST-ENTRY
           MOVE 'ESCH'         TO WS-POST-BUCKET
           MOVE WS-GROUP-STATE TO WS-POST-QUALIFIER
           MOVE 'C'            TO WS-POST-SIDE
           MOVE ES-AMOUNT      TO WS-POST-AMOUNT
           PERFORM POST-ENTRY.

      * Folds one posting into its company/bucket/qualifier summary
      * line, opening the line (and mapping its account) the first
      * time the combination is seen.
       POST-ENTRY.
           IF WS-POST-AMOUNT > ZERO
              MOVE ZERO TO WS-JRN-FOUND
              PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                  UNTIL WS-JRN-IDX > WS-JOURNAL-COUNT
                     OR WS-JRN-FOUND > ZERO
                 IF WJ-COMPANY (WS-JRN-IDX) = WS-GROUP-COMPANY
                    AND WJ-BUCKET (WS-JRN-IDX) = WS-POST-BUCKET
                    AND WJ-QUALIFIER (WS-JRN-IDX) = WS-POST-QUALIFIER
                    MOVE WS-JRN-IDX TO WS-JRN-FOUND
                 END-IF
              END-PERFORM
              IF WS-JRN-FOUND = ZERO
                 IF WS-JOURNAL-COUNT < 100
                    ADD 1 TO WS-JOURNAL-COUNT
                    MOVE WS-JOURNAL-COUNT TO WS-JRN-FOUND
                    PERFORM LOOKUP-ACCOUNT
                    MOVE WS-GROUP-COMPANY
                         TO WJ-COMPANY (WS-JRN-FOUND)
                    MOVE WS-POST-BUCKET
                         TO WJ-BUCKET (WS-JRN-FOUND)
                    MOVE WS-POST-QUALIFIER
                         TO WJ-QUALIFIER (WS-JRN-FOUND)
                    MOVE WS-MAPPED-ACCOUNT
                         TO WJ-ACCOUNT (WS-JRN-FOUND)
                    MOVE WS-POST-SIDE
                         TO WJ-SIDE (WS-JRN-FOUND)
                    MOVE ZERO TO WJ-AMOUNT (WS-JRN-FOUND)
                 ELSE
                    MOVE 'Y' TO WS-TABLE-FULL-SW
                 END-IF
              END-IF
              IF WS-JRN-FOUND > ZERO
                 ADD WS-POST-AMOUNT TO WJ-AMOUNT (WS-JRN-FOUND)
              END-IF
              IF WS-POST-SIDE = 'D'
                 ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
              ELSE
                 ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
              END-IF
              IF WS-GROUP-CO-IDX > ZERO
                 IF WS-POST-SIDE = 'D'
                    ADD WS-POST-AMOUNT
                        TO WC-TOTAL-DEBITS (WS-GROUP-CO-IDX)
                 ELSE
                    ADD WS-POST-AMOUNT
                        TO WC-TOTAL-CREDITS (WS-GROUP-CO-IDX)
                 END-IF
              END-IF
           END-IF.

      * The row for the exact bucket/qualifier wins; failing that the
      * bucket's blank-qualifier default.  A bucket with neither is
      * booked to no account and holds the journal.
       LOOKUP-ACCOUNT.
           MOVE SPACES TO WS-MAPPED-ACCOUNT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-GLMAP-COUNT
              IF WM-BUCKET (WS-MAP-IDX) = WS-POST-BUCKET
                 AND WM-QUALIFIER (WS-MAP-IDX) = SPACES
                 MOVE WM-ACCOUNT (WS-MAP-IDX) TO WS-MAPPED-ACCOUNT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-GLMAP-COUNT
              IF WM-BUCKET (WS-MAP-IDX) = WS-POST-BUCKET
                 AND WM-QUALIFIER (WS-MAP-IDX) = WS-POST-QUALIFIER
                 MOVE WM-ACCOUNT (WS-MAP-IDX) TO WS-MAPPED-ACCOUNT
              END-IF
           END-PERFORM.

       WRITE-TOTALS.
           MOVE WS-REMIT-COUNT TO WTT-COUNT
           MOVE WS-REMIT-TOTAL TO WTT-AMOUNT
           MOVE WS-GRAND-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-EXCEPTION-COUNT TO WXT-COUNT
           MOVE WS-EXCEPTION-TOTAL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-JOURNAL.
           MOVE WS-AS-OF-DATE TO WH-AS-OF-DATE
           MOVE WS-JOURNAL-HEADER TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           PERFORM WRITE-COMPANY-JOURNAL
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-COMPANY-COUNT.

      * One holder company's section - headed and closed with its own
      * totals only when there is more than the one employer to tell
      * apart.
       WRITE-COMPANY-JOURNAL.
           IF WS-COMPANY-OPEN-SW = 'Y'
              MOVE WC-COMPANY (WS-CO-IDX)     TO WCH-COMPANY
              MOVE WC-HOLDER-NAME (WS-CO-IDX) TO WCH-HOLDER-NAME
              MOVE WS-COMPANY-HEADER TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
           END-IF
           PERFORM WRITE-COMPANY-LINE
               VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JOURNAL-COUNT
           IF WS-COMPANY-OPEN-SW = 'Y'
              PERFORM BALANCE-COMPANY
           END-IF.

       WRITE-COMPANY-LINE.
           IF WJ-COMPANY (WS-JRN-IDX) = WC-COMPANY (WS-CO-IDX)
              PERFORM WRITE-JOURNAL-LINE
           END-IF.

      * A company nets to zero on its own written lines, and they
      * agree with what was posted to it, or the journal is held.
       BALANCE-COMPANY.
           MOVE WC-CHECK-DEBITS (WS-CO-IDX)  TO WCT-DEBITS
           MOVE WS-CO-DEBIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           MOVE WC-CHECK-CREDITS (WS-CO-IDX) TO WCT-CREDITS
           MOVE WS-CO-CREDIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF WC-CHECK-DEBITS (WS-CO-IDX)
                 NOT = WC-CHECK-CREDITS (WS-CO-IDX)
              OR WC-CHECK-DEBITS (WS-CO-IDX)
                 NOT = WC-TOTAL-DEBITS (WS-CO-IDX)
              OR WC-CHECK-CREDITS (WS-CO-IDX)
                 NOT = WC-TOTAL-CREDITS (WS-CO-IDX)
              MOVE 'Y' TO WS-CO-UNBALANCED-SW
              MOVE WC-COMPANY (WS-CO-IDX) TO WCU-COMPANY
              MOVE WS-CO-UNBALANCED-LINE TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
              MOVE WS-CO-UNBALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE WC-COMPANY (WS-CO-IDX) TO WCB-COMPANY
              MOVE WS-CO-BALANCED-LINE TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
              MOVE WS-CO-BALANCED-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF.

       WRITE-JOURNAL-LINE.
           IF WJ-ACCOUNT (WS-JRN-IDX) = SPACES
              MOVE "*UNMAPPED*" TO WL-ACCOUNT
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE WJ-BUCKET (WS-JRN-IDX)    TO WU-BUCKET
              MOVE WJ-QUALIFIER (WS-JRN-IDX) TO WU-QUALIFIER
              MOVE WS-UNMAPPED-DETAIL TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              MOVE WJ-ACCOUNT (WS-JRN-IDX) TO WL-ACCOUNT
           END-IF
           IF WJ-SIDE (WS-JRN-IDX) = 'D'
              MOVE "DR" TO WL-SIDE
           ELSE
              MOVE "CR" TO WL-SIDE
           END-IF
           MOVE WJ-AMOUNT (WS-JRN-IDX)    TO WL-AMOUNT
           MOVE WJ-BUCKET (WS-JRN-IDX)    TO WL-BUCKET
           MOVE WJ-QUALIFIER (WS-JRN-IDX) TO WL-QUALIFIER
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
      * Re-added from the line as written, not from the working
      * totals - this is the figure the balance check trusts.
           IF WL-SIDE = "DR"
              ADD WL-AMOUNT TO WS-CHECK-DEBITS
              ADD WL-AMOUNT TO WC-CHECK-DEBITS (WS-CO-IDX)
           ELSE
              ADD WL-AMOUNT TO WS-CHECK-CREDITS
              ADD WL-AMOUNT TO WC-CHECK-CREDITS (WS-CO-IDX)
           END-IF.

      * Released only when the written lines net to zero, agree with
      * the postings, and every line found an account - and, with
      * several companies, only when each company balanced too.  A
      * held journal is corrected in GLACCT.DAT and booked by hand -
      * the items are already marked remitted and are not reported
      * again.
       BALANCE-AND-TOTAL.
           MOVE WS-CHECK-DEBITS  TO WJT-DEBITS
           MOVE WS-DEBIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           MOVE WS-CHECK-CREDITS TO WJT-CREDITS
           MOVE WS-CREDIT-TOTAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF WS-TABLE-FULL-SW = 'Y'
              MOVE WS-TABLE-FULL-LINE TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
              MOVE WS-TABLE-FULL-LINE TO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              IF WS-CHECK-DEBITS NOT = WS-CHECK-CREDITS
                 OR WS-CHECK-DEBITS NOT = WS-TOTAL-DEBITS
                 OR WS-CHECK-CREDITS NOT = WS-TOTAL-CREDITS
                 OR WS-CO-UNBALANCED-SW = 'Y'
                 MOVE WS-UNBALANCED-LINE TO JOURNAL-RECORD
                 WRITE JOURNAL-RECORD
                 MOVE WS-UNBALANCED-LINE TO OUTPUT-RECORD
                 WRITE OUTPUT-RECORD
              ELSE
                 IF WS-UNMAPPED-COUNT > ZERO
                    MOVE WS-UNMAPPED-LINE TO JOURNAL-RECORD
                    WRITE JOURNAL-RECORD
                    MOVE WS-UNMAPPED-LINE TO OUTPUT-RECORD
                    WRITE OUTPUT-RECORD
                 ELSE
                    MOVE WS-BALANCED-LINE TO JOURNAL-RECORD
                    WRITE JOURNAL-RECORD
                    MOVE WS-BALANCED-LINE TO OUTPUT-RECORD
                    WRITE OUTPUT-RECORD
                 END-IF
              END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE ESCHEAT-FILE
           CLOSE ISSUE-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           IF WS-REISSUE-OPEN-SW = 'Y'
              CLOSE REISSUE-FILE
           END-IF
           CLOSE REMIT-FILE
           CLOSE JOURNAL-FILE
           CLOSE OUTPUT-FILE.

       END PROGRAM ESCHRPT.
