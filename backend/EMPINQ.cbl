       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
       AUTHOR. YOUR-NAME.

      * Online employee inquiry for the payroll and HR clerks - one
      * set of screens in place of EMPLIST, PAYLIST, LEAVEBAL, ARRRPT
      * and AUDINQ when someone rings up asking why their check was
      * short.  The clerk signs on with a user ID, then looks an
      * employee up by EMP-ID or by any part of the name (every
      * match is listed to pick from).
      *
      * The summary screen shows the master record - the bank
      * account masked to its last four digits - the LEAVE.DAT
      * balance, how many LEAVEREQ.DAT requests are still pending and
      * the latest paycheck with how it was paid.  From there:
      *    P  the last twelve paychecks, newest first; keying a line
      *       number drills into that paycheck's earnings, taxes and
      *       PAYDED.DAT deduction lines
      *    D  active DEDMAST.DAT deductions and ARREARS.DAT balances
      *    L  pending LEAVEREQ.DAT requests
      *    A  the latest AUDIT.DAT changes to the employee master,
      *       bank account values masked as on the summary
      * Payment status comes from CHKISSUE.DAT for a check (cleared,
      * outstanding, on the unclaimed ledger or escheated), from
      * REISSUE.DAT for a payment being replaced, and from the live
      * entries on ACHTRACE.DAT for a direct deposit.
      *
      * The inquiry is read-only: every file is opened INPUT and
      * nothing is ever rewritten.  Each view put on the screen is
      * logged to INQLOG.DAT under the clerk's user ID, with the
      * EMP-ID and what was looked at, for privacy audit.  Only
      * EMPLOYEE.DAT and PAYROLL.DAT must exist; any other file not
      * in use yet simply shows nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSEMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYROLL-KEY
               ALTERNATE RECORD KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT PAYDED-FILE ASSIGN TO "PAYDED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LV-FILE-STATUS.

           SELECT LEAVREQ-FILE ASSIGN TO "LEAVEREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEAVE-REQUEST-KEY
               FILE STATUS IS LRQ-FILE-STATUS.

           SELECT DEDUCT-FILE ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEDUCTION-KEY
               FILE STATUS IS DED-FILE-STATUS.

           SELECT ARREARS-FILE ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARREARS-KEY
               FILE STATUS IS ARR-FILE-STATUS.

           SELECT ISSUE-FILE ASSIGN TO "CHKISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECK-ISSUE-KEY
               FILE STATUS IS ISS-FILE-STATUS.

           SELECT TRACE-FILE ASSIGN TO "ACHTRACE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-TRACE-KEY
               FILE STATUS IS TRC-FILE-STATUS.

           SELECT REISSUE-FILE ASSIGN TO "REISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REISSUE-KEY
               FILE STATUS IS RWK-FILE-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCHEAT-KEY
               FILE STATUS IS ESC-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           SELECT INQLOG-FILE ASSIGN TO "INQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       COPY EMPREC REPLACING LEADING ==EMP-== BY ==PSEMP-==.

       FD PAYROLL-FILE.
       COPY PAYREC.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD LEAVE-FILE.
       COPY LEAVEREC.

       FD LEAVREQ-FILE.
       COPY LEAVRQRC.

       FD DEDUCT-FILE.
       COPY DEDREC.

       FD ARREARS-FILE.
       COPY ARREARRC.

       FD ISSUE-FILE.
       COPY CHKISSRC.

       FD TRACE-FILE.
       COPY TRACEREC.

       FD REISSUE-FILE.
       COPY REISSRC.

       FD ESCHEAT-FILE.
       COPY ESCHLGRC.

       FD AUDIT-FILE.
       COPY AUDITREC.

       FD INQLOG-FILE.
       COPY INQLOGRC.

       WORKING-STORAGE SECTION.
       01 EMP-FILE-STATUS          PIC XX.
       01 PAY-FILE-STATUS          PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 LV-FILE-STATUS           PIC XX.
       01 LRQ-FILE-STATUS          PIC XX.
       01 DED-FILE-STATUS          PIC XX.
       01 ARR-FILE-STATUS          PIC XX.
       01 ISS-FILE-STATUS          PIC XX.
       01 TRC-FILE-STATUS          PIC XX.
       01 RWK-FILE-STATUS          PIC XX.
       01 ESC-FILE-STATUS          PIC XX.
       01 AUD-FILE-STATUS          PIC XX.
       01 INQ-FILE-STATUS          PIC XX.

      * Files that may not be in use yet at a site - a missing one
      * just leaves its part of the inquiry empty.
       01 WS-PAYDED-OPEN-SW        PIC X       VALUE 'N'.
       01 WS-LEAVE-OPEN-SW         PIC X       VALUE 'N'.
       01 WS-LEAVREQ-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-DEDUCT-OPEN-SW        PIC X       VALUE 'N'.
       01 WS-ARREARS-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-ISSUE-OPEN-SW         PIC X       VALUE 'N'.
       01 WS-TRACE-OPEN-SW         PIC X       VALUE 'N'.
       01 WS-REISSUE-OPEN-SW       PIC X       VALUE 'N'.
       01 WS-ESCHEAT-OPEN-SW       PIC X       VALUE 'N'.

       01 WS-SIGN-OFF-SW           PIC X       VALUE 'N'.
       01 WS-EMP-FOUND-SW          PIC X       VALUE 'N'.
       01 WS-BACK-SW               PIC X       VALUE 'N'.
       01 WS-PAY-BACK-SW           PIC X       VALUE 'N'.
       01 WS-PICK-BACK-SW          PIC X       VALUE 'N'.
       01 WS-END-OF-FILE           PIC X       VALUE 'N'.
       01 WS-PAY-EOF               PIC X       VALUE 'N'.
       01 WS-DED-EOF               PIC X       VALUE 'N'.
       01 WS-TRACE-EOF             PIC X       VALUE 'N'.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-LEAVE-FOUND-SW        PIC X       VALUE 'N'.
       01 WS-CHECK-FOUND-SW        PIC X       VALUE 'N'.
       01 WS-REISSUE-FOUND-SW      PIC X       VALUE 'N'.
       01 WS-ESCHEAT-FOUND-SW      PIC X       VALUE 'N'.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-DISP         PIC X(10).
       01 WS-LOG-TIME              PIC X(8).
       01 WS-USER-ID               PIC X(10)   VALUE SPACES.
       01 WS-INQ-EMP-ID            PIC X(10).
       01 WS-SEARCH-ID             PIC X(10).
       01 WS-SEARCH-NAME           PIC X(30).
       01 WS-REPLY                 PIC X(2).
       01 WS-PICK                  PIC 99.
       01 WS-MESSAGE               PIC X(78)   VALUE SPACES.
       01 WS-PROMPT                PIC X(60).
       01 WS-SUBHEAD               PIC X(78).
       01 WS-COLUMN-HEAD           PIC X(78).
       01 WS-LINE-WORK             PIC X(78).

       01 WS-LOG-VIEW              PIC X(12).
       01 WS-LOG-DETAIL            PIC X(30).

       01 WS-LOWER-ALPHA           PIC X(26)   VALUE
          "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA           PIC X(26)   VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Name search - the fragment keyed and each master name are
      * compared in upper case, and the fragment runs up to the
      * first double space so "MARY ANN" matches as one phrase.
       01 WS-SEARCH-UPPER          PIC X(30).
       01 WS-NAME-UPPER            PIC X(50).
       01 WS-FRAG-LEN              PIC 9(4)    COMP VALUE ZERO.
       01 WS-HIT-COUNT             PIC 9(4)    COMP VALUE ZERO.
       01 WS-MATCH-COUNT           PIC 9(7)    COMP VALUE ZERO.
       01 WS-MATCH-TABLE.
          05 WS-MATCH-ID           PIC X(10)   OCCURS 16 TIMES.

      * Bank account masking - everything ahead of the last four
      * characters is starred out.
       01 WS-MASK-VALUE            PIC X(30).
       01 WS-ACCT-LEN              PIC 9(4)    COMP VALUE ZERO.
       01 WS-MASK-LEN              PIC 9(4)    COMP VALUE ZERO.

      * The screen body - sixteen lines, filled by whichever view
      * is being shown.  WS-LIST-COUNT keeps counting past the
      * sixteenth line so the clerk can be told the rest did not
      * fit.
       01 WS-LIST-COUNT            PIC 9(4)    COMP VALUE ZERO.
       01 WS-LIST-TABLE.
          05 WS-LIST-LINE          PIC X(78)   OCCURS 16 TIMES.

      * The employee's latest paychecks - the dates only, oldest
      * first, as PAYROLL.DAT is read in EMP-ID/PAY-DATE order; the
      * oldest drops off the front when a newer one arrives.
       01 WS-PAY-KEPT              PIC 9(4)    COMP VALUE ZERO.
       01 WS-PAY-TABLE.
          05 WS-KEPT-PAY-DATE      PIC X(10)   OCCURS 12 TIMES.
       01 WS-SUB                   PIC 9(4)    COMP VALUE ZERO.

      * The latest audit rows for the employee, kept the same way.
       01 WS-AUDIT-KEPT            PIC 9(4)    COMP VALUE ZERO.
       01 WS-AUDIT-TABLE.
          05 WS-KEPT-AUDIT-LINE    PIC X(78)   OCCURS 16 TIMES.

       01 WS-PENDING-COUNT         PIC 9(4)    COMP VALUE ZERO.
       01 WS-PENDING-DAYS          PIC 9(4)    COMP VALUE ZERO.
       01 WS-TRACE-SUM             PIC 9(9)V99 VALUE ZERO.
       01 WS-TRACE-DISP            PIC ZZZZZZZZ9.99.
       01 WS-CHECK-NO-DISP         PIC 9(8).
       01 WS-PAYMENT-SHORT         PIC X(18).
       01 WS-PAYMENT-LONG          PIC X(60).

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(8)  VALUE "EMPINQ  ".
          05 WT-TITLE               PIC X(40).
          05 FILLER                 PIC X(6)  VALUE "USER: ".
          05 WT-USER-ID              PIC X(10).
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WT-RUN-DATE              PIC X(10).

       01 WS-SUBHEAD-LINE.
          05 FILLER                PIC X(8)  VALUE "EMP-ID: ".
          05 WU-EMP-ID              PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WU-EMP-NAME             PIC X(50).

      *----------------------------------------------------------------
      * Employee summary lines.
      *----------------------------------------------------------------
       01 WS-SUM-LINE-1.
          05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
          05 WE-DEPT                PIC X(20).
          05 FILLER                 PIC X(12) VALUE "  POSITION: ".
          05 WE-POSITION             PIC X(30).

       01 WS-SUM-LINE-2.
          05 FILLER                PIC X(8)  VALUE "STATUS: ".
          05 WE-STATUS              PIC X(10).
          05 FILLER                 PIC X(10) VALUE "  JOINED: ".
          05 WE-JOIN-DATE            PIC X(10).
          05 FILLER                  PIC X(11) VALUE "  COMPANY: ".
          05 WE-COMPANY               PIC X(4).
          05 FILLER                   PIC X(13) VALUE
             "  PAY CYCLE: ".
          05 WE-PAY-FREQ               PIC X(1).

       01 WS-SUM-LINE-3.
          05 FILLER                PIC X(8)  VALUE "SALARY: ".
          05 WE-SALARY              PIC ZZZZZZ9.99.
          05 FILLER                 PIC X(17) VALUE
             "  FILING STATUS: ".
          05 WE-FILING-STATUS        PIC X(1).
          05 FILLER                  PIC X(13) VALUE
             "  TAX JURIS: ".
          05 WE-TAX-JURIS             PIC X(4).
          05 FILLER                   PIC X(12) VALUE
             "  WC CLASS: ".
          05 WE-WC-CLASS               PIC X(4).

       01 WS-SUM-LINE-4.
          05 FILLER                PIC X(14) VALUE "BANK ROUTING: ".
          05 WE-ROUTING             PIC X(9).
          05 FILLER                 PIC X(11) VALUE "  ACCOUNT: ".
          05 WE-ACCOUNT              PIC X(17).
          05 FILLER                  PIC X(8)  VALUE "  TYPE: ".
          05 WE-ACCOUNT-TYPE          PIC X(1).
          05 FILLER                   PIC X(11) VALUE
             "  PRENOTE: ".
          05 WE-PRENOTE                PIC X(1).

       01 WS-SUM-LINE-5.
          05 FILLER                PIC X(9)  VALUE "ADDRESS: ".
          05 WE-ADDR-LINE           PIC X(40).

       01 WS-SUM-LINE-6.
          05 FILLER                PIC X(9)  VALUE SPACES.
          05 WE-ADDR-CITY           PIC X(25).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WE-ADDR-STATE           PIC X(2).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WE-ADDR-ZIP              PIC X(10).

       01 WS-LEAVE-LINE.
          05 FILLER                PIC X(15) VALUE "LEAVE BALANCE: ".
          05 WE-LV-BALANCE          PIC ZZZZ9.99.
          05 FILLER                 PIC X(15) VALUE
             "  ACCRUED YTD: ".
          05 WE-LV-ACCRUED           PIC ZZZZ9.99.
          05 FILLER                  PIC X(13) VALUE
             "  TAKEN YTD: ".
          05 WE-LV-TAKEN              PIC ZZZZ9.99.

       01 WS-PENDING-LINE.
          05 FILLER                PIC X(24) VALUE
             "PENDING LEAVE REQUESTS: ".
          05 WE-PENDING-COUNT       PIC ZZZ9.
          05 FILLER                 PIC X(14) VALUE
             "  DAYS ASKED: ".
          05 WE-PENDING-DAYS         PIC ZZZ9.

       01 WS-LATEST-LINE.
          05 FILLER                PIC X(12) VALUE "LATEST PAY: ".
          05 WE-LAST-PAY-DATE       PIC X(10).
          05 FILLER                 PIC X(7)  VALUE "  NET: ".
          05 WE-LAST-NET             PIC ZZZZZZ9.99.

       01 WS-MENU-TEXT-1           PIC X(60) VALUE
          "P  PAY HISTORY, WITH DEDUCTION DETAIL FOR ANY PAYCHECK".
       01 WS-MENU-TEXT-2           PIC X(60) VALUE
          "D  ACTIVE DEDUCTIONS AND ARREARS OWED".
       01 WS-MENU-TEXT-3           PIC X(60) VALUE
          "L  PENDING LEAVE REQUESTS".
       01 WS-MENU-TEXT-4           PIC X(60) VALUE
          "A  RECENT CHANGES TO THE EMPLOYEE MASTER".
       01 WS-MENU-TEXT-5           PIC X(60) VALUE
          "N  NEW INQUIRY                X  SIGN OFF".

      *----------------------------------------------------------------
      * Name search match line.
      *----------------------------------------------------------------
       01 WS-MATCH-HEAD.
          05 FILLER                PIC X(55) VALUE
             "NO EMP-ID     NAME".
          05 FILLER                PIC X(23) VALUE
             "DEPARTMENT           S".

       01 WS-MATCH-LINE.
          05 WM-LINE-NO             PIC Z9.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WM-EMP-ID               PIC X(10).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WM-EMP-NAME              PIC X(40).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WM-DEPT                   PIC X(20).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WM-STATUS                  PIC X(1).

      *----------------------------------------------------------------
      * Pay history and paycheck detail lines.
      *----------------------------------------------------------------
       01 WS-PAY-HEAD.
          05 FILLER                PIC X(35) VALUE
             "NO PAY DATE        GROSS      TAXES".
          05 FILLER                PIC X(43) VALUE
             " DEDUCTIONS        NET S PAYMENT".

       01 WS-PAY-LINE.
          05 WH-LINE-NO             PIC Z9.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WH-PAY-DATE             PIC X(10).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WH-GROSS                 PIC ZZZZZZ9.99.
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WH-TAXES                  PIC ZZZZZZ9.99.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WH-DEDUCTIONS              PIC ZZZZZZ9.99.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WH-NET                      PIC ZZZZZZ9.99.
          05 FILLER                      PIC X(1)  VALUE SPACES.
          05 WH-STATUS                    PIC X(1).
          05 FILLER                       PIC X(1)  VALUE SPACES.
          05 WH-PAYMENT                    PIC X(18).

       01 WS-AMOUNT-PAIR-LINE.
          05 WP-LABEL-1             PIC X(16).
          05 WP-AMOUNT-1            PIC ZZZZZZ9.99.
          05 FILLER                 PIC X(6)  VALUE SPACES.
          05 WP-LABEL-2              PIC X(20).
          05 WP-AMOUNT-2             PIC ZZZZZZ9.99.

       01 WS-PAYMENT-LINE.
          05 FILLER                PIC X(9)  VALUE "PAYMENT: ".
          05 WG-PAYMENT             PIC X(60).

       01 WS-PAYDED-HEAD           PIC X(78) VALUE
          "CODE DESCRIPTION              AMOUNT   ARREARS +/-".

       01 WS-PAYDED-LINE.
          05 WQ-CODE                PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WQ-DESC                 PIC X(20).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WQ-AMOUNT                PIC ZZZZZZ9.99.
          05 FILLER                   PIC X(3)  VALUE SPACES.
          05 WQ-ARREARS-DELTA          PIC ZZZZZZ9.99-.

      *----------------------------------------------------------------
      * Deduction and arrears lines.
      *----------------------------------------------------------------
       01 WS-DED-HEAD.
          05 FILLER                PIC X(40) VALUE
             "CODE DESCRIPTION          METHOD        ".
          05 FILLER                PIC X(38) VALUE
             "  FLAT    PCT PAID TO DT ORDER TOTAL P".

       01 WS-DED-LINE.
          05 WK-CODE                PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WK-DESC                 PIC X(20).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WK-METHOD                PIC X(11).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WK-FLAT                   PIC ZZZZ9.99 BLANK WHEN ZERO.
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WK-PERCENT                 PIC ZZ9.99 BLANK WHEN ZERO.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WK-PAID-TO-DATE             PIC ZZZZZZ9.99.
          05 FILLER                      PIC X(2)  VALUE SPACES.
          05 WK-ORDER-TOTAL               PIC ZZZZZZ9.99
                                          BLANK WHEN ZERO.
          05 FILLER                       PIC X(1)  VALUE SPACES.
          05 WK-PRETAX                     PIC X(1).

       01 WS-ARREARS-HEAD          PIC X(78) VALUE
          "ARREARS   CODE     BALANCE  FIRST MISSED  LAST MISSED".

       01 WS-ARREARS-LINE.
          05 FILLER                PIC X(10) VALUE SPACES.
          05 WA-CODE                PIC X(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WA-BALANCE              PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WA-FIRST-DATE            PIC X(10).
          05 FILLER                   PIC X(4)  VALUE SPACES.
          05 WA-LAST-DATE              PIC X(10).

      *----------------------------------------------------------------
      * Leave request and audit lines.
      *----------------------------------------------------------------
       01 WS-REQUEST-HEAD          PIC X(78) VALUE
          "PENDING   PAY PERIOD  DAYS  REQUESTED ON".

       01 WS-REQUEST-LINE.
          05 FILLER                PIC X(10) VALUE SPACES.
          05 WL-PAY-DATE            PIC X(10).
          05 FILLER                 PIC X(4)  VALUE SPACES.
          05 WL-DAYS                 PIC Z9.
          05 FILLER                  PIC X(2)  VALUE SPACES.
          05 WL-REQUEST-DATE          PIC X(10).

       01 WS-AUDIT-HEAD.
          05 FILLER                PIC X(47) VALUE
             "DATE     FIELD            OLD VALUE            ".
          05 FILLER                PIC X(31) VALUE
             "NEW VALUE            BY".

       01 WS-AUDIT-LINE.
          05 WX-CHANGE-DATE         PIC X(8).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WX-FIELD-NAME           PIC X(16).
          05 FILLER                  PIC X(1)  VALUE SPACES.
          05 WX-OLD-VALUE             PIC X(20).
          05 FILLER                   PIC X(1)  VALUE SPACES.
          05 WX-NEW-VALUE              PIC X(20).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 WX-CHANGED-BY              PIC X(10).

       SCREEN SECTION.
       01 SIGNON-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2 PIC X(78) FROM WS-TITLE-LINE.
          05 LINE 6 COLUMN 10 VALUE
             "PAYROLL AND HR RECORDS ARE CONFIDENTIAL.".
          05 LINE 7 COLUMN 10 VALUE
             "EVERY EMPLOYEE YOU LOOK UP IS LOGGED UNDER YOUR ID.".
          05 LINE 10 COLUMN 10 VALUE "USER ID:".
          05 LINE 10 COLUMN 26 PIC X(10) USING WS-USER-ID.
          05 LINE 21 COLUMN 2 PIC X(78) FROM WS-MESSAGE.

       01 SEARCH-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2 PIC X(78) FROM WS-TITLE-LINE.
          05 LINE 5 COLUMN 10 VALUE "EMP-ID:".
          05 LINE 5 COLUMN 26 PIC X(10) USING WS-SEARCH-ID.
          05 LINE 7 COLUMN 10 VALUE "OR NAME:".
          05 LINE 7 COLUMN 26 PIC X(30) USING WS-SEARCH-NAME.
          05 LINE 8 COLUMN 26 VALUE
             "ANY PART OF THE NAME - EVERY MATCH IS LISTED".
          05 LINE 11 COLUMN 10 VALUE "X TO SIGN OFF:".
          05 LINE 11 COLUMN 26 PIC X(2) USING WS-REPLY.
          05 LINE 21 COLUMN 2 PIC X(78) FROM WS-MESSAGE.

       01 LIST-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2 PIC X(78) FROM WS-TITLE-LINE.
          05 LINE 2 COLUMN 2 PIC X(78) FROM WS-SUBHEAD.
          05 LINE 3 COLUMN 2 PIC X(78) FROM WS-COLUMN-HEAD.
          05 LINE 4 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (1).
          05 LINE 5 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (2).
          05 LINE 6 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (3).
          05 LINE 7 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (4).
          05 LINE 8 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (5).
          05 LINE 9 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (6).
          05 LINE 10 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (7).
          05 LINE 11 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (8).
          05 LINE 12 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (9).
          05 LINE 13 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (10).
          05 LINE 14 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (11).
          05 LINE 15 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (12).
          05 LINE 16 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (13).
          05 LINE 17 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (14).
          05 LINE 18 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (15).
          05 LINE 19 COLUMN 2 PIC X(78) FROM WS-LIST-LINE (16).
          05 LINE 21 COLUMN 2 PIC X(78) FROM WS-MESSAGE.
          05 LINE 23 COLUMN 2 PIC X(60) FROM WS-PROMPT.
          05 LINE 23 COLUMN 64 PIC X(2) USING WS-REPLY.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE-DISP
           STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-RUN-DATE (5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-RUN-DATE (7:2) DELIMITED BY SIZE
                  INTO WS-RUN-DATE-DISP
           END-STRING
           MOVE WS-RUN-DATE-DISP TO WT-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM SIGN-ON
           PERFORM INQUIRE-EMPLOYEE UNTIL WS-SIGN-OFF-SW = 'Y'
           MOVE SPACES     TO WS-INQ-EMP-ID
           MOVE "SIGN OFF" TO WS-LOG-VIEW
           MOVE SPACES     TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'EMPINQ  ' 'EMPLOYEE.DAT        '
                  EMP-FILE-STATUS
              STOP RUN.

           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
              CALL 'ERRLOG' USING 'EMPINQ  ' 'PAYROLL.DAT         '
                  PAY-FILE-STATUS
              STOP RUN.

           OPEN INPUT PAYDED-FILE
           IF PDD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-PAYDED-OPEN-SW
           ELSE
              IF PDD-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'PAYDED.DAT          '
                     PDD-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT LEAVE-FILE
           IF LV-FILE-STATUS = '00'
              MOVE 'Y' TO WS-LEAVE-OPEN-SW
           ELSE
              IF LV-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'LEAVE.DAT           '
                     LV-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT LEAVREQ-FILE
           IF LRQ-FILE-STATUS = '00'
              MOVE 'Y' TO WS-LEAVREQ-OPEN-SW
           ELSE
              IF LRQ-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'LEAVEREQ.DAT        '
                     LRQ-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT DEDUCT-FILE
           IF DED-FILE-STATUS = '00'
              MOVE 'Y' TO WS-DEDUCT-OPEN-SW
           ELSE
              IF DED-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'DEDMAST.DAT         '
                     DED-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT ARREARS-FILE
           IF ARR-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ARREARS-OPEN-SW
           ELSE
              IF ARR-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'ARREARS.DAT         '
                     ARR-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT ISSUE-FILE
           IF ISS-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ISSUE-OPEN-SW
           ELSE
              IF ISS-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'CHKISSUE.DAT        '
                     ISS-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT TRACE-FILE
           IF TRC-FILE-STATUS = '00'
              MOVE 'Y' TO WS-TRACE-OPEN-SW
           ELSE
              IF TRC-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'ACHTRACE.DAT        '
                     TRC-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT REISSUE-FILE
           IF RWK-FILE-STATUS = '00'
              MOVE 'Y' TO WS-REISSUE-OPEN-SW
           ELSE
              IF RWK-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'REISSUE.DAT         '
                     RWK-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT ESCHEAT-FILE
           IF ESC-FILE-STATUS = '00'
              MOVE 'Y' TO WS-ESCHEAT-OPEN-SW
           ELSE
              IF ESC-FILE-STATUS NOT = '35'
                 CALL 'ERRLOG' USING 'EMPINQ  ' 'ESCHEAT.DAT         '
                     ESC-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN EXTEND INQLOG-FILE
           IF INQ-FILE-STATUS NOT = '00'
              OPEN OUTPUT INQLOG-FILE
           END-IF.

      * No inquiry until the clerk has said who they are - the user
      * ID goes on every line of the inquiry log.
       SIGN-ON.
           MOVE "SIGN ON" TO WT-TITLE
           MOVE SPACES    TO WT-USER-ID
           PERFORM ASK-USER-ID UNTIL WS-USER-ID NOT = SPACES
           MOVE WS-USER-ID TO WT-USER-ID
           MOVE SPACES    TO WS-INQ-EMP-ID
           MOVE "SIGN ON" TO WS-LOG-VIEW
           MOVE SPACES    TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG.

       ASK-USER-ID.
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-USER-ID CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF WS-USER-ID = SPACES
              MOVE "A USER ID IS REQUIRED" TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * One employee looked up - by EMP-ID, or by name with a pick
      * list when more than one employee matches.
      *----------------------------------------------------------------
       INQUIRE-EMPLOYEE.
           MOVE "EMPLOYEE LOOKUP" TO WT-TITLE
           MOVE SPACES TO WS-SEARCH-ID
           MOVE SPACES TO WS-SEARCH-NAME
           MOVE SPACES TO WS-REPLY
           MOVE 'N'    TO WS-EMP-FOUND-SW
           DISPLAY SEARCH-SCREEN
           ACCEPT SEARCH-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-REPLY CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           EVALUATE TRUE
               WHEN WS-REPLY = 'X'
                    MOVE 'Y' TO WS-SIGN-OFF-SW
               WHEN WS-SEARCH-ID NOT = SPACES
                    PERFORM FIND-BY-ID
               WHEN WS-SEARCH-NAME NOT = SPACES
                    PERFORM FIND-BY-NAME
               WHEN OTHER
                    MOVE "KEY AN EMP-ID OR PART OF A NAME"
                         TO WS-MESSAGE
           END-EVALUATE
           IF WS-EMP-FOUND-SW = 'Y'
              PERFORM SHOW-EMPLOYEE
           END-IF.

       FIND-BY-ID.
           MOVE WS-SEARCH-ID TO PSEMP-ID
           READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'N' TO WS-EMP-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-SW
           END-READ
           IF WS-EMP-FOUND-SW = 'N'
              STRING "EMP-ID "        DELIMITED BY SIZE
                     WS-SEARCH-ID     DELIMITED BY SPACE
                     " IS NOT ON FILE" DELIMITED BY SIZE
                     INTO WS-MESSAGE
              END-STRING
              MOVE WS-SEARCH-ID TO WS-INQ-EMP-ID
              MOVE "NOT FOUND"  TO WS-LOG-VIEW
              MOVE SPACES       TO WS-LOG-DETAIL
              PERFORM WRITE-INQUIRY-LOG
           END-IF.

       FIND-BY-NAME.
           MOVE WS-SEARCH-NAME TO WS-SEARCH-UPPER
           INSPECT WS-SEARCH-UPPER CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE ZERO TO WS-FRAG-LEN
           INSPECT WS-SEARCH-UPPER TALLYING WS-FRAG-LEN
               FOR CHARACTERS BEFORE INITIAL "  "
           MOVE SPACES        TO WS-INQ-EMP-ID
           MOVE "NAME SEARCH" TO WS-LOG-VIEW
           MOVE WS-SEARCH-UPPER TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           IF WS-FRAG-LEN = ZERO
              MOVE "A NAME CANNOT START WITH SPACES" TO WS-MESSAGE
           ELSE
              PERFORM SCAN-FOR-NAME
              EVALUATE TRUE
                  WHEN WS-MATCH-COUNT = ZERO
                       MOVE "NO EMPLOYEE NAME CONTAINS THAT TEXT"
                           TO WS-MESSAGE
                  WHEN WS-MATCH-COUNT = 1
                       MOVE WS-MATCH-ID (1) TO WS-SEARCH-ID
                       PERFORM FIND-BY-ID
                  WHEN OTHER
                       MOVE 'N' TO WS-PICK-BACK-SW
                       PERFORM PICK-ONE-MATCH
                           UNTIL WS-PICK-BACK-SW = 'Y'
              END-EVALUATE
           END-IF.

       SCAN-FOR-NAME.
           PERFORM CLEAR-LIST
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE 'N'  TO WS-END-OF-FILE
           MOVE LOW-VALUES TO PSEMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN PSEMP-ID
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM TEST-ONE-NAME UNTIL WS-END-OF-FILE = 'Y'.

       TEST-ONE-NAME.
           READ EMPLOYEE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              MOVE PSEMP-NAME TO WS-NAME-UPPER
              INSPECT WS-NAME-UPPER CONVERTING WS-LOWER-ALPHA
                  TO WS-UPPER-ALPHA
              MOVE ZERO TO WS-HIT-COUNT
              INSPECT WS-NAME-UPPER TALLYING WS-HIT-COUNT
                  FOR ALL WS-SEARCH-UPPER (1:WS-FRAG-LEN)
              IF WS-HIT-COUNT > ZERO
                 ADD 1 TO WS-MATCH-COUNT
                 IF WS-MATCH-COUNT NOT > 16
                    MOVE PSEMP-ID TO WS-MATCH-ID (WS-MATCH-COUNT)
                 END-IF
                 MOVE WS-MATCH-COUNT TO WM-LINE-NO
                 MOVE PSEMP-ID     TO WM-EMP-ID
                 MOVE PSEMP-NAME   TO WM-EMP-NAME
                 MOVE PSEMP-DEPT   TO WM-DEPT
                 MOVE PSEMP-STATUS TO WM-STATUS
                 MOVE WS-MATCH-LINE TO WS-LINE-WORK
                 PERFORM ADD-LIST-LINE
              END-IF
           END-READ.

       PICK-ONE-MATCH.
           MOVE "NAME SEARCH"  TO WT-TITLE
           MOVE SPACES         TO WS-SUBHEAD
           STRING "EMPLOYEES WHOSE NAME CONTAINS: " DELIMITED BY SIZE
                  WS-SEARCH-UPPER  DELIMITED BY SIZE
                  INTO WS-SUBHEAD
           END-STRING
           MOVE WS-MATCH-HEAD  TO WS-COLUMN-HEAD
           MOVE "LINE NUMBER OF THE EMPLOYEE, OR ENTER FOR A NEW SEARCH"
               TO WS-PROMPT
           IF WS-MATCH-COUNT > 16 AND WS-MESSAGE = SPACES
              MOVE "MORE THAN 16 MATCHES - KEY MORE OF THE NAME"
                  TO WS-MESSAGE
           END-IF
           PERFORM SHOW-LIST
           PERFORM GET-REPLY-NUMBER
           IF WS-REPLY = SPACES
              MOVE 'Y' TO WS-PICK-BACK-SW
           ELSE
              IF WS-PICK > ZERO AND WS-PICK NOT > WS-MATCH-COUNT
                 AND WS-PICK NOT > 16
                 MOVE WS-MATCH-ID (WS-PICK) TO WS-SEARCH-ID
                 PERFORM FIND-BY-ID
                 MOVE 'Y' TO WS-PICK-BACK-SW
              ELSE
                 MOVE "NO SUCH LINE NUMBER" TO WS-MESSAGE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * The employee summary and the views reached from it.
      *----------------------------------------------------------------
       SHOW-EMPLOYEE.
           MOVE PSEMP-ID   TO WS-INQ-EMP-ID
           MOVE PSEMP-ID   TO WU-EMP-ID
           MOVE PSEMP-NAME TO WU-EMP-NAME
           MOVE WS-SUBHEAD-LINE TO WS-SUBHEAD
           MOVE "EMPLOYEE" TO WS-LOG-VIEW
           MOVE SPACES     TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           MOVE 'N' TO WS-BACK-SW
           PERFORM SHOW-EMPLOYEE-SUMMARY UNTIL WS-BACK-SW = 'Y'.

       SHOW-EMPLOYEE-SUMMARY.
           PERFORM BUILD-EMPLOYEE-SUMMARY
           PERFORM SHOW-LIST
           EVALUATE WS-REPLY
               WHEN 'P'
                    PERFORM SHOW-PAY-HISTORY
               WHEN 'D'
                    PERFORM SHOW-DEDUCTIONS
               WHEN 'L'
                    PERFORM SHOW-LEAVE-REQUESTS
               WHEN 'A'
                    PERFORM SHOW-AUDIT-TRAIL
               WHEN 'N'
               WHEN SPACES
                    MOVE 'Y' TO WS-BACK-SW
               WHEN 'X'
                    MOVE 'Y' TO WS-BACK-SW
                    MOVE 'Y' TO WS-SIGN-OFF-SW
               WHEN OTHER
                    MOVE "SELECT P, D, L, A, N OR X" TO WS-MESSAGE
           END-EVALUATE.

       BUILD-EMPLOYEE-SUMMARY.
           PERFORM CLEAR-LIST
           MOVE "EMPLOYEE SUMMARY" TO WT-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           MOVE "P, D, L, A - N FOR A NEW INQUIRY - X TO SIGN OFF"
               TO WS-PROMPT

           MOVE PSEMP-DEPT     TO WE-DEPT
           MOVE PSEMP-POSITION TO WE-POSITION
           MOVE WS-SUM-LINE-1  TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           EVALUATE PSEMP-STATUS
               WHEN 'A'
                    MOVE "ACTIVE"     TO WE-STATUS
               WHEN 'I'
                    MOVE "INACTIVE"   TO WE-STATUS
               WHEN 'T'
                    MOVE "TERMINATED" TO WE-STATUS
               WHEN OTHER
                    MOVE PSEMP-STATUS TO WE-STATUS
           END-EVALUATE
           MOVE PSEMP-JOIN-DATE TO WE-JOIN-DATE
           MOVE PSEMP-COMPANY   TO WE-COMPANY
           MOVE PSEMP-PAY-FREQ  TO WE-PAY-FREQ
           MOVE WS-SUM-LINE-2   TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE PSEMP-BASIC-SALARY  TO WE-SALARY
           MOVE PSEMP-FILING-STATUS TO WE-FILING-STATUS
           MOVE PSEMP-TAX-JURIS     TO WE-TAX-JURIS
           MOVE PSEMP-WC-CLASS      TO WE-WC-CLASS
           MOVE WS-SUM-LINE-3       TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE PSEMP-BANK-ROUTING TO WE-ROUTING
           MOVE PSEMP-BANK-ACCOUNT TO WS-MASK-VALUE
           PERFORM MASK-ACCOUNT
           MOVE WS-MASK-VALUE         TO WE-ACCOUNT
           MOVE PSEMP-ACCOUNT-TYPE    TO WE-ACCOUNT-TYPE
           MOVE PSEMP-PRENOTE-STATUS  TO WE-PRENOTE
           MOVE WS-SUM-LINE-4         TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE PSEMP-ADDR-LINE  TO WE-ADDR-LINE
           MOVE WS-SUM-LINE-5    TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE PSEMP-ADDR-CITY  TO WE-ADDR-CITY
           MOVE PSEMP-ADDR-STATE TO WE-ADDR-STATE
           MOVE PSEMP-ADDR-ZIP   TO WE-ADDR-ZIP
           MOVE WS-SUM-LINE-6    TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           PERFORM FORMAT-LEAVE-BALANCE
           PERFORM ADD-LIST-LINE
           PERFORM COUNT-PENDING-REQUESTS
           MOVE WS-PENDING-COUNT TO WE-PENDING-COUNT
           MOVE WS-PENDING-DAYS  TO WE-PENDING-DAYS
           MOVE WS-PENDING-LINE  TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           PERFORM LOAD-PAY-DATES
           IF WS-PAY-KEPT = ZERO
              MOVE "LATEST PAY: NO PAYCHECKS ON FILE" TO WS-LINE-WORK
           ELSE
              MOVE WS-INQ-EMP-ID TO EMP-ID
              MOVE WS-KEPT-PAY-DATE (WS-PAY-KEPT) TO PAY-DATE
              PERFORM READ-PAYCHECK
              PERFORM FIND-PAYMENT-STATUS
              MOVE PAY-DATE        TO WE-LAST-PAY-DATE
              MOVE NET-PAY         TO WE-LAST-NET
              MOVE WS-LATEST-LINE  TO WS-LINE-WORK
              PERFORM ADD-LIST-LINE
              MOVE WS-PAYMENT-LONG TO WG-PAYMENT
              MOVE WS-PAYMENT-LINE TO WS-LINE-WORK
           END-IF
           PERFORM ADD-LIST-LINE

           MOVE SPACES TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-MENU-TEXT-1 TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-MENU-TEXT-2 TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-MENU-TEXT-3 TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-MENU-TEXT-4 TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-MENU-TEXT-5 TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE.

      * Leaves the balance line in WS-LINE-WORK.
       FORMAT-LEAVE-BALANCE.
           MOVE 'N' TO WS-LEAVE-FOUND-SW
           IF WS-LEAVE-OPEN-SW = 'Y'
              MOVE WS-INQ-EMP-ID TO LV-EMP-ID
              READ LEAVE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-LEAVE-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LEAVE-FOUND-SW
              END-READ
           END-IF
           IF WS-LEAVE-FOUND-SW = 'Y'
              MOVE LV-BALANCE     TO WE-LV-BALANCE
              MOVE LV-ACCRUED-YTD TO WE-LV-ACCRUED
              MOVE LV-TAKEN-YTD   TO WE-LV-TAKEN
              MOVE WS-LEAVE-LINE  TO WS-LINE-WORK
           ELSE
              MOVE "LEAVE BALANCE: NO LEAVE LEDGER ON FILE"
                  TO WS-LINE-WORK
           END-IF.

       COUNT-PENDING-REQUESTS.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-PENDING-DAYS
           IF WS-LEAVREQ-OPEN-SW = 'Y'
              PERFORM START-LEAVE-REQUESTS
              PERFORM COUNT-ONE-REQUEST UNTIL WS-END-OF-FILE = 'Y'
           END-IF.

       START-LEAVE-REQUESTS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE WS-INQ-EMP-ID TO LR-EMP-ID
           MOVE LOW-VALUES    TO LR-PAY-DATE
           START LEAVREQ-FILE KEY IS NOT LESS THAN LEAVE-REQUEST-KEY
           INVALID KEY
              MOVE 'Y' TO WS-END-OF-FILE
           END-START.

       COUNT-ONE-REQUEST.
           READ LEAVREQ-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF LR-EMP-ID NOT = WS-INQ-EMP-ID
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF LR-STATUS = 'P'
                    ADD 1 TO WS-PENDING-COUNT
                    ADD LR-DAYS-REQUESTED TO WS-PENDING-DAYS
                 END-IF
              END-IF
           END-READ.

      *----------------------------------------------------------------
      * Pay history - the last twelve paychecks, newest first, with
      * a line number to drill into any one of them.
      *----------------------------------------------------------------
       SHOW-PAY-HISTORY.
           MOVE "PAY HISTORY" TO WS-LOG-VIEW
           MOVE SPACES        TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           MOVE 'N' TO WS-PAY-BACK-SW
           PERFORM PICK-ONE-PAYCHECK UNTIL WS-PAY-BACK-SW = 'Y'.

       PICK-ONE-PAYCHECK.
           PERFORM BUILD-PAY-HISTORY
           PERFORM SHOW-LIST
           PERFORM GET-REPLY-NUMBER
           IF WS-REPLY = SPACES
              MOVE 'Y' TO WS-PAY-BACK-SW
           ELSE
              IF WS-PICK > ZERO AND WS-PICK NOT > WS-PAY-KEPT
                 COMPUTE WS-SUB = WS-PAY-KEPT - WS-PICK + 1
                 PERFORM SHOW-PAY-DETAIL
              ELSE
                 MOVE "NO SUCH LINE NUMBER" TO WS-MESSAGE
              END-IF
           END-IF.

       BUILD-PAY-HISTORY.
           PERFORM CLEAR-LIST
           MOVE "PAY HISTORY" TO WT-TITLE
           MOVE WS-PAY-HEAD   TO WS-COLUMN-HEAD
           MOVE "LINE NUMBER FOR DEDUCTION DETAIL, OR ENTER TO RETURN"
               TO WS-PROMPT
           PERFORM LOAD-PAY-DATES
           IF WS-PAY-KEPT = ZERO
              MOVE "NO PAYCHECKS ON FILE FOR THIS EMPLOYEE"
                  TO WS-LINE-WORK
              PERFORM ADD-LIST-LINE
           ELSE
              PERFORM FORMAT-PAY-LINE
                  VARYING WS-SUB FROM WS-PAY-KEPT BY -1
                  UNTIL WS-SUB < 1
           END-IF.

       LOAD-PAY-DATES.
           MOVE ZERO TO WS-PAY-KEPT
           MOVE 'N'  TO WS-PAY-EOF
           MOVE WS-INQ-EMP-ID TO EMP-ID
           MOVE LOW-VALUES    TO PAY-DATE
           START PAYROLL-FILE KEY IS NOT LESS THAN PAYROLL-KEY
           INVALID KEY
              MOVE 'Y' TO WS-PAY-EOF
           END-START
           PERFORM KEEP-ONE-PAY-DATE UNTIL WS-PAY-EOF = 'Y'.

       KEEP-ONE-PAY-DATE.
           READ PAYROLL-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-PAY-EOF
           NOT AT END
              IF EMP-ID NOT = WS-INQ-EMP-ID
                 MOVE 'Y' TO WS-PAY-EOF
              ELSE
                 IF WS-PAY-KEPT < 12
                    ADD 1 TO WS-PAY-KEPT
                 ELSE
                    PERFORM SHIFT-PAY-DATE
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > 11
                 END-IF
                 MOVE PAY-DATE TO WS-KEPT-PAY-DATE (WS-PAY-KEPT)
              END-IF
           END-READ.

       SHIFT-PAY-DATE.
           MOVE WS-KEPT-PAY-DATE (WS-SUB + 1)
               TO WS-KEPT-PAY-DATE (WS-SUB).

       FORMAT-PAY-LINE.
           MOVE WS-INQ-EMP-ID TO EMP-ID
           MOVE WS-KEPT-PAY-DATE (WS-SUB) TO PAY-DATE
           PERFORM READ-PAYCHECK
           PERFORM FIND-PAYMENT-STATUS
           COMPUTE WH-LINE-NO = WS-PAY-KEPT - WS-SUB + 1
           MOVE PAY-DATE         TO WH-PAY-DATE
           MOVE GROSS-PAY        TO WH-GROSS
           COMPUTE WH-TAXES = TAX-AMOUNT + JUR-TAX-AMOUNT
           MOVE OTHER-DEDUCTIONS TO WH-DEDUCTIONS
           MOVE NET-PAY          TO WH-NET
           MOVE PAY-STATUS       TO WH-STATUS
           MOVE WS-PAYMENT-SHORT TO WH-PAYMENT
           MOVE WS-PAY-LINE      TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE.

      * EMP-ID and PAY-DATE are set by the caller; the key came off
      * the file moments ago, so the record is there.
       READ-PAYCHECK.
           READ PAYROLL-FILE
           INVALID KEY
              MOVE ZERO  TO GROSS-PAY TAX-AMOUNT JUR-TAX-AMOUNT
              MOVE ZERO  TO OTHER-DEDUCTIONS NET-PAY
              MOVE SPACE TO PAY-STATUS
           END-READ
           PERFORM SETTLE-LEGACY-WAGES.

      * A paycheck posted before taxable wages and non-taxable pay
      * were kept carries spaces in them - read as PAYREC says.
       SETTLE-LEGACY-WAGES.
           IF TAXABLE-WAGES NOT NUMERIC
              MOVE GROSS-PAY TO TAXABLE-WAGES
           END-IF
           IF JUR-TAXABLE-WAGES NOT NUMERIC
              IF JUR-CODE NOT = SPACES
                 MOVE GROSS-PAY TO JUR-TAXABLE-WAGES
              ELSE
                 MOVE ZERO TO JUR-TAXABLE-WAGES
              END-IF
           END-IF
           IF NONTAX-PAY NOT NUMERIC
              MOVE ZERO TO NONTAX-PAY
           END-IF.

       SHOW-PAY-DETAIL.
           MOVE WS-INQ-EMP-ID TO EMP-ID
           MOVE WS-KEPT-PAY-DATE (WS-SUB) TO PAY-DATE
           MOVE "PAY DETAIL" TO WS-LOG-VIEW
           MOVE PAY-DATE     TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           PERFORM BUILD-PAY-DETAIL
           PERFORM SHOW-LIST.

       BUILD-PAY-DETAIL.
           PERFORM CLEAR-LIST
           PERFORM READ-PAYCHECK
           PERFORM FIND-PAYMENT-STATUS
           MOVE SPACES TO WT-TITLE
           STRING "PAYCHECK OF " DELIMITED BY SIZE
                  PAY-DATE       DELIMITED BY SIZE
                  INTO WT-TITLE
           END-STRING
           MOVE SPACES TO WS-COLUMN-HEAD
           MOVE "PRESS ENTER TO RETURN TO THE PAY HISTORY" TO WS-PROMPT

           MOVE "BASIC PAY"      TO WP-LABEL-1
           MOVE BASIC-PAY        TO WP-AMOUNT-1
           MOVE "FEDERAL TAX"    TO WP-LABEL-2
           MOVE TAX-AMOUNT       TO WP-AMOUNT-2
           MOVE WS-AMOUNT-PAIR-LINE TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE "OVERTIME PAY"   TO WP-LABEL-1
           MOVE OVERTIME-PAY     TO WP-AMOUNT-1
           MOVE SPACES           TO WP-LABEL-2
           STRING "TAX - JURIS "  DELIMITED BY SIZE
                  JUR-CODE        DELIMITED BY SIZE
                  INTO WP-LABEL-2
           END-STRING
           MOVE JUR-TAX-AMOUNT   TO WP-AMOUNT-2
           MOVE WS-AMOUNT-PAIR-LINE TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE "BONUS PAY"        TO WP-LABEL-1
           MOVE BONUS-PAY          TO WP-AMOUNT-1
           MOVE "OTHER DEDUCTIONS" TO WP-LABEL-2
           MOVE OTHER-DEDUCTIONS   TO WP-AMOUNT-2
           MOVE WS-AMOUNT-PAIR-LINE TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE "GROSS PAY"      TO WP-LABEL-1
           MOVE GROSS-PAY        TO WP-AMOUNT-1
           MOVE "TAXABLE WAGES"  TO WP-LABEL-2
           MOVE TAXABLE-WAGES    TO WP-AMOUNT-2
           MOVE WS-AMOUNT-PAIR-LINE TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE "NON-TAXABLE PAY" TO WP-LABEL-1
           MOVE NONTAX-PAY        TO WP-AMOUNT-1
           MOVE "NET PAY"         TO WP-LABEL-2
           MOVE NET-PAY           TO WP-AMOUNT-2
           MOVE WS-AMOUNT-PAIR-LINE TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE WS-PAYMENT-LONG TO WG-PAYMENT
           MOVE WS-PAYMENT-LINE TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE

           MOVE SPACES TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-PAYDED-HEAD TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE 'N' TO WS-FOUND-SW
           IF WS-PAYDED-OPEN-SW = 'Y'
              MOVE 'N'      TO WS-DED-EOF
              MOVE EMP-ID   TO PD-EMP-ID
              MOVE PAY-DATE TO PD-PAY-DATE
              MOVE LOW-VALUES TO PD-CODE
              START PAYDED-FILE KEY IS NOT LESS THAN PAY-DEDUCTION-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DED-EOF
              END-START
              PERFORM LIST-ONE-PAY-DEDUCTION UNTIL WS-DED-EOF = 'Y'
           END-IF
           IF WS-FOUND-SW = 'N'
              MOVE "NO DEDUCTIONS WERE TAKEN FROM THIS PAYCHECK"
                  TO WS-LINE-WORK
              PERFORM ADD-LIST-LINE
           END-IF.

       LIST-ONE-PAY-DEDUCTION.
           READ PAYDED-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DED-EOF
           NOT AT END
              IF PD-EMP-ID NOT = EMP-ID
                 OR PD-PAY-DATE NOT = PAY-DATE
                 MOVE 'Y' TO WS-DED-EOF
              ELSE
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE PD-CODE          TO WQ-CODE
                 MOVE PD-DESC          TO WQ-DESC
                 MOVE PD-AMOUNT        TO WQ-AMOUNT
                 MOVE PD-ARREARS-DELTA TO WQ-ARREARS-DELTA
                 MOVE WS-PAYDED-LINE   TO WS-LINE-WORK
                 PERFORM ADD-LIST-LINE
              END-IF
           END-READ.

      *----------------------------------------------------------------
      * How a paycheck was paid.  An open reissue item comes first:
      * a stopped check is voided and an owner's unclaimed-property
      * claim leaves the old check on CHKISSUE.DAT, yet either way
      * a replacement is owed.  Otherwise a void is final whatever
      * else is on file; a check on CHKISSUE.DAT speaks for itself
      * (it is also where a replacement check lands once printed); a
      * payment that was made good shows the closed reissue item;
      * otherwise the live deposits ACHGEN sent for the pay date.
      * WS-PAYMENT-SHORT fits the history line, WS-PAYMENT-LONG the
      * summary and the detail screen.
      *----------------------------------------------------------------
       FIND-PAYMENT-STATUS.
           MOVE SPACES TO WS-PAYMENT-SHORT
           MOVE SPACES TO WS-PAYMENT-LONG
           PERFORM READ-REISSUE-ITEM
           PERFORM READ-CHECK-ISSUE
           EVALUATE TRUE
               WHEN WS-REISSUE-FOUND-SW = 'Y' AND RW-STATUS = 'O'
                    PERFORM DESCRIBE-REISSUE
               WHEN PAY-STATUS = 'V'
                    MOVE "VOIDED"          TO WS-PAYMENT-SHORT
                    MOVE "PAYCHECK VOIDED - NOTHING IS PAYABLE ON IT"
                         TO WS-PAYMENT-LONG
               WHEN WS-CHECK-FOUND-SW = 'Y'
                    PERFORM DESCRIBE-CHECK
               WHEN WS-REISSUE-FOUND-SW = 'Y'
                    PERFORM DESCRIBE-REISSUE
               WHEN PAY-STATUS = 'R'
                    MOVE "DEPOSIT RETURNED" TO WS-PAYMENT-SHORT
                    MOVE "DIRECT DEPOSIT RETURNED BY THE BANK"
                         TO WS-PAYMENT-LONG
               WHEN OTHER
                    PERFORM DESCRIBE-DEPOSIT
           END-EVALUATE.

       READ-CHECK-ISSUE.
           MOVE 'N' TO WS-CHECK-FOUND-SW
           IF WS-ISSUE-OPEN-SW = 'Y'
              MOVE EMP-ID   TO CKI-EMP-ID
              MOVE PAY-DATE TO CKI-PAY-DATE
              READ ISSUE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CHECK-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CHECK-FOUND-SW
              END-READ
           END-IF.

       READ-REISSUE-ITEM.
           MOVE 'N' TO WS-REISSUE-FOUND-SW
           IF WS-REISSUE-OPEN-SW = 'Y'
              MOVE EMP-ID   TO RW-EMP-ID
              MOVE PAY-DATE TO RW-PAY-DATE
              READ REISSUE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-REISSUE-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO WS-REISSUE-FOUND-SW
              END-READ
           END-IF.

      * An outstanding check that ESCHEAT has put on the unclaimed
      * ledger (and not yet remitted) is shown as unclaimed, so the
      * clerk knows a notice is out to the owner.
       DESCRIBE-CHECK.
           MOVE CKI-CHECK-NO TO WS-CHECK-NO-DISP
           EVALUATE CKI-CLEAR-STATUS
               WHEN 'C'
                    MOVE "CHECK CLEARED" TO WS-PAYMENT-SHORT
                    STRING "CHECK "           DELIMITED BY SIZE
                           WS-CHECK-NO-DISP   DELIMITED BY SIZE
                           " CASHED - CLEARED " DELIMITED BY SIZE
                           CKI-PAID-DATE      DELIMITED BY SIZE
                           INTO WS-PAYMENT-LONG
                    END-STRING
               WHEN 'E'
                    MOVE "CHECK ESCHEATED" TO WS-PAYMENT-SHORT
                    STRING "CHECK "           DELIMITED BY SIZE
                           WS-CHECK-NO-DISP   DELIMITED BY SIZE
                           " UNCASHED - REMITTED TO STATE "
                                              DELIMITED BY SIZE
                           CKI-PAID-DATE      DELIMITED BY SIZE
                           INTO WS-PAYMENT-LONG
                    END-STRING
               WHEN OTHER
                    PERFORM READ-ESCHEAT-ITEM
                    IF WS-ESCHEAT-FOUND-SW = 'Y'
                       MOVE "CHECK UNCLAIMED" TO WS-PAYMENT-SHORT
                       STRING "CHECK "         DELIMITED BY SIZE
                              WS-CHECK-NO-DISP DELIMITED BY SIZE
                              " UNCASHED - ON THE UNCLAIMED LEDGER"
                                               DELIMITED BY SIZE
                              INTO WS-PAYMENT-LONG
                       END-STRING
                    ELSE
                       MOVE "CHECK OUTSTANDING" TO WS-PAYMENT-SHORT
                       STRING "CHECK "         DELIMITED BY SIZE
                              WS-CHECK-NO-DISP DELIMITED BY SIZE
                              " ISSUED "       DELIMITED BY SIZE
                              CKI-ISSUE-DATE   DELIMITED BY SIZE
                              " - NOT YET CASHED" DELIMITED BY SIZE
                              INTO WS-PAYMENT-LONG
                       END-STRING
                    END-IF
           END-EVALUATE.

       READ-ESCHEAT-ITEM.
           MOVE 'N' TO WS-ESCHEAT-FOUND-SW
           IF WS-ESCHEAT-OPEN-SW = 'Y'
              MOVE EMP-ID   TO ES-EMP-ID
              MOVE PAY-DATE TO ES-PAY-DATE
              READ ESCHEAT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ES-CHECK-NO = CKI-CHECK-NO
                    AND (ES-STATUS = 'D' OR ES-STATUS = 'N'
                         OR ES-STATUS = 'U')
                    MOVE 'Y' TO WS-ESCHEAT-FOUND-SW
                 END-IF
              END-READ
           END-IF.

       DESCRIBE-REISSUE.
           IF RW-STATUS = 'O'
              MOVE "REPLACEMENT DUE" TO WS-PAYMENT-SHORT
              STRING "NOT RECEIVED - REPLACEMENT BOOKED "
                                       DELIMITED BY SIZE
                     RW-BOOKED-DATE    DELIMITED BY SIZE
                     INTO WS-PAYMENT-LONG
              END-STRING
           ELSE
              IF RW-METHOD = 'A'
                 MOVE "REPLACED BY ACH" TO WS-PAYMENT-SHORT
                 STRING "REPLACED BY DIRECT DEPOSIT "
                                          DELIMITED BY SIZE
                        RW-CLOSED-DATE    DELIMITED BY SIZE
                        INTO WS-PAYMENT-LONG
                 END-STRING
              ELSE
                 MOVE "REPLACEMENT CHECK" TO WS-PAYMENT-SHORT
                 STRING "REPLACEMENT CHECK QUEUED FOR PRINTING "
                                          DELIMITED BY SIZE
                        RW-CLOSED-DATE    DELIMITED BY SIZE
                        INTO WS-PAYMENT-LONG
                 END-STRING
              END-IF
           END-IF.

       DESCRIBE-DEPOSIT.
           PERFORM SUM-LIVE-TRACES
           IF WS-TRACE-SUM > ZERO
              MOVE WS-TRACE-SUM TO WS-TRACE-DISP
              MOVE "DIRECT DEPOSIT" TO WS-PAYMENT-SHORT
              STRING "DIRECT DEPOSIT OF " DELIMITED BY SIZE
                     WS-TRACE-DISP        DELIMITED BY SIZE
                     " SENT TO THE BANK"  DELIMITED BY SIZE
                     INTO WS-PAYMENT-LONG
              END-STRING
           ELSE
              IF NET-PAY = ZERO
                 MOVE "NOTHING TO PAY" TO WS-PAYMENT-SHORT
                 MOVE "NO NET PAY ON THIS PAYCHECK" TO WS-PAYMENT-LONG
              ELSE
                 MOVE "NOT YET PAID" TO WS-PAYMENT-SHORT
                 MOVE "NOT YET PAID - NO CHECK OR DEPOSIT ON FILE"
                     TO WS-PAYMENT-LONG
              END-IF
           END-IF.

       SUM-LIVE-TRACES.
           MOVE ZERO TO WS-TRACE-SUM
           IF WS-TRACE-OPEN-SW = 'Y'
              MOVE 'N'      TO WS-TRACE-EOF
              MOVE PAY-DATE TO AT-PAY-DATE
              MOVE ZERO     TO AT-TRACE-NUMBER
              START TRACE-FILE KEY IS NOT LESS THAN ACH-TRACE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-TRACE-EOF
              END-START
              PERFORM SUM-ONE-TRACE UNTIL WS-TRACE-EOF = 'Y'
           END-IF.

       SUM-ONE-TRACE.
           READ TRACE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-TRACE-EOF
           NOT AT END
              IF AT-PAY-DATE NOT = PAY-DATE
                 MOVE 'Y' TO WS-TRACE-EOF
              ELSE
                 IF AT-EMP-ID = EMP-ID AND AT-ENTRY-TYPE = 'L'
                    ADD AT-AMOUNT TO WS-TRACE-SUM
                 END-IF
              END-IF
           END-READ.

      *----------------------------------------------------------------
      * Active recurring deductions, then any arrears still owed.
      *----------------------------------------------------------------
       SHOW-DEDUCTIONS.
           MOVE "DEDUCTIONS" TO WS-LOG-VIEW
           MOVE SPACES       TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           PERFORM CLEAR-LIST
           MOVE "DEDUCTIONS AND ARREARS" TO WT-TITLE
           MOVE WS-DED-HEAD TO WS-COLUMN-HEAD
           MOVE "PRESS ENTER TO RETURN TO THE SUMMARY" TO WS-PROMPT
           MOVE 'N' TO WS-FOUND-SW
           IF WS-DEDUCT-OPEN-SW = 'Y'
              MOVE 'N'           TO WS-DED-EOF
              MOVE WS-INQ-EMP-ID TO DED-EMP-ID
              MOVE LOW-VALUES    TO DED-CODE
              START DEDUCT-FILE KEY IS NOT LESS THAN DEDUCTION-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DED-EOF
              END-START
              PERFORM LIST-ONE-DEDUCTION UNTIL WS-DED-EOF = 'Y'
           END-IF
           IF WS-FOUND-SW = 'N'
              MOVE "NO ACTIVE DEDUCTIONS" TO WS-LINE-WORK
              PERFORM ADD-LIST-LINE
           END-IF

           MOVE SPACES TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-ARREARS-HEAD TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE 'N' TO WS-FOUND-SW
           IF WS-ARREARS-OPEN-SW = 'Y'
              MOVE 'N'           TO WS-DED-EOF
              MOVE WS-INQ-EMP-ID TO AR-EMP-ID
              MOVE LOW-VALUES    TO AR-DED-CODE
              START ARREARS-FILE KEY IS NOT LESS THAN ARREARS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DED-EOF
              END-START
              PERFORM LIST-ONE-ARREARS UNTIL WS-DED-EOF = 'Y'
           END-IF
           IF WS-FOUND-SW = 'N'
              MOVE "          NO ARREARS OWED" TO WS-LINE-WORK
              PERFORM ADD-LIST-LINE
           END-IF
           PERFORM SHOW-LIST.

       LIST-ONE-DEDUCTION.
           READ DEDUCT-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DED-EOF
           NOT AT END
              IF DED-EMP-ID NOT = WS-INQ-EMP-ID
                 MOVE 'Y' TO WS-DED-EOF
              ELSE
                 IF DED-STATUS = 'A'
                    MOVE 'Y' TO WS-FOUND-SW
                    PERFORM FORMAT-DEDUCTION-LINE
                 END-IF
              END-IF
           END-READ.

       FORMAT-DEDUCTION-LINE.
           MOVE DED-CODE TO WK-CODE
           MOVE DED-DESC TO WK-DESC
           EVALUATE DED-METHOD
               WHEN 'F'
                    MOVE "FLAT"        TO WK-METHOD
               WHEN 'P'
                    MOVE "PERCENT"     TO WK-METHOD
               WHEN 'G'
                    MOVE "GARNISHMENT" TO WK-METHOD
               WHEN OTHER
                    MOVE DED-METHOD    TO WK-METHOD
           END-EVALUATE
           MOVE DED-FLAT-AMOUNT  TO WK-FLAT
           MOVE DED-PERCENT      TO WK-PERCENT
           MOVE DED-PAID-TO-DATE TO WK-PAID-TO-DATE
           MOVE DED-ORDER-TOTAL  TO WK-ORDER-TOTAL
           MOVE DED-PRETAX       TO WK-PRETAX
           MOVE WS-DED-LINE      TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE.

       LIST-ONE-ARREARS.
           READ ARREARS-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-DED-EOF
           NOT AT END
              IF AR-EMP-ID NOT = WS-INQ-EMP-ID
                 MOVE 'Y' TO WS-DED-EOF
              ELSE
                 IF AR-BALANCE > ZERO
                    MOVE 'Y' TO WS-FOUND-SW
                    MOVE AR-DED-CODE   TO WA-CODE
                    MOVE AR-BALANCE    TO WA-BALANCE
                    MOVE AR-FIRST-DATE TO WA-FIRST-DATE
                    MOVE AR-LAST-DATE  TO WA-LAST-DATE
                    MOVE WS-ARREARS-LINE TO WS-LINE-WORK
                    PERFORM ADD-LIST-LINE
                 END-IF
              END-IF
           END-READ.

      *----------------------------------------------------------------
      * Leave - the balance, then every request still pending.
      *----------------------------------------------------------------
       SHOW-LEAVE-REQUESTS.
           MOVE "LEAVE" TO WS-LOG-VIEW
           MOVE SPACES  TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           PERFORM CLEAR-LIST
           MOVE "LEAVE REQUESTS" TO WT-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           MOVE "PRESS ENTER TO RETURN TO THE SUMMARY" TO WS-PROMPT
           PERFORM FORMAT-LEAVE-BALANCE
           PERFORM ADD-LIST-LINE
           MOVE SPACES TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE WS-REQUEST-HEAD TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE
           MOVE 'N' TO WS-FOUND-SW
           IF WS-LEAVREQ-OPEN-SW = 'Y'
              PERFORM START-LEAVE-REQUESTS
              PERFORM LIST-ONE-REQUEST UNTIL WS-END-OF-FILE = 'Y'
           END-IF
           IF WS-FOUND-SW = 'N'
              MOVE "          NO REQUESTS PENDING" TO WS-LINE-WORK
              PERFORM ADD-LIST-LINE
           END-IF
           PERFORM SHOW-LIST.

       LIST-ONE-REQUEST.
           READ LEAVREQ-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF LR-EMP-ID NOT = WS-INQ-EMP-ID
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 IF LR-STATUS = 'P'
                    MOVE 'Y' TO WS-FOUND-SW
                    MOVE LR-PAY-DATE       TO WL-PAY-DATE
                    MOVE LR-DAYS-REQUESTED TO WL-DAYS
                    MOVE LR-REQUEST-DATE   TO WL-REQUEST-DATE
                    MOVE WS-REQUEST-LINE   TO WS-LINE-WORK
                    PERFORM ADD-LIST-LINE
                 END-IF
              END-IF
           END-READ.

      *----------------------------------------------------------------
      * The latest master-file changes from AUDIT.DAT, newest first.
      * The file is in the order the changes were made, so the whole
      * of it is read and the last sixteen rows for the employee
      * kept.  Bank account values are masked as on the summary.
      *----------------------------------------------------------------
       SHOW-AUDIT-TRAIL.
           MOVE "AUDIT TRAIL" TO WS-LOG-VIEW
           MOVE SPACES        TO WS-LOG-DETAIL
           PERFORM WRITE-INQUIRY-LOG
           PERFORM CLEAR-LIST
           MOVE "RECENT CHANGES" TO WT-TITLE
           MOVE WS-AUDIT-HEAD TO WS-COLUMN-HEAD
           MOVE "PRESS ENTER TO RETURN TO THE SUMMARY" TO WS-PROMPT
           MOVE ZERO TO WS-AUDIT-KEPT
           OPEN INPUT AUDIT-FILE
           IF AUD-FILE-STATUS = '00'
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM KEEP-ONE-AUDIT-ROW UNTIL WS-END-OF-FILE = 'Y'
              CLOSE AUDIT-FILE
           END-IF
           IF WS-AUDIT-KEPT = ZERO
              MOVE "NO CHANGES ON THE AUDIT TRAIL" TO WS-LINE-WORK
              PERFORM ADD-LIST-LINE
           ELSE
              PERFORM LIST-KEPT-AUDIT-LINE
                  VARYING WS-SUB FROM WS-AUDIT-KEPT BY -1
                  UNTIL WS-SUB < 1
           END-IF
           PERFORM SHOW-LIST.

       KEEP-ONE-AUDIT-ROW.
           READ AUDIT-FILE
           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
              IF AUD-EMP-ID = WS-INQ-EMP-ID
                 PERFORM FORMAT-AUDIT-LINE
                 IF WS-AUDIT-KEPT < 16
                    ADD 1 TO WS-AUDIT-KEPT
                 ELSE
                    PERFORM SHIFT-AUDIT-LINE
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > 15
                 END-IF
                 MOVE WS-AUDIT-LINE
                     TO WS-KEPT-AUDIT-LINE (WS-AUDIT-KEPT)
              END-IF
           END-READ.

       FORMAT-AUDIT-LINE.
           MOVE AUD-CHANGE-DATE TO WX-CHANGE-DATE
           MOVE AUD-FIELD-NAME  TO WX-FIELD-NAME
           MOVE AUD-CHANGED-BY  TO WX-CHANGED-BY
           IF AUD-FIELD-NAME = "EMP-BANK-ACCOUNT"
              MOVE AUD-OLD-VALUE TO WS-MASK-VALUE
              PERFORM MASK-ACCOUNT
              MOVE WS-MASK-VALUE TO WX-OLD-VALUE
              MOVE AUD-NEW-VALUE TO WS-MASK-VALUE
              PERFORM MASK-ACCOUNT
              MOVE WS-MASK-VALUE TO WX-NEW-VALUE
           ELSE
              MOVE AUD-OLD-VALUE TO WX-OLD-VALUE
              MOVE AUD-NEW-VALUE TO WX-NEW-VALUE
           END-IF.

       SHIFT-AUDIT-LINE.
           MOVE WS-KEPT-AUDIT-LINE (WS-SUB + 1)
               TO WS-KEPT-AUDIT-LINE (WS-SUB).

       LIST-KEPT-AUDIT-LINE.
           MOVE WS-KEPT-AUDIT-LINE (WS-SUB) TO WS-LINE-WORK
           PERFORM ADD-LIST-LINE.

      *----------------------------------------------------------------
      * Shared screen and log routines.
      *----------------------------------------------------------------
       CLEAR-LIST.
           MOVE SPACES TO WS-LIST-TABLE
           MOVE ZERO   TO WS-LIST-COUNT.

       ADD-LIST-LINE.
           ADD 1 TO WS-LIST-COUNT
           IF WS-LIST-COUNT NOT > 16
              MOVE WS-LINE-WORK TO WS-LIST-LINE (WS-LIST-COUNT)
           END-IF.

       SHOW-LIST.
           IF WS-LIST-COUNT > 16 AND WS-MESSAGE = SPACES
              MOVE "MORE LINES THAN FIT - ONLY THE FIRST 16 ARE SHOWN"
                  TO WS-MESSAGE
           END-IF
           MOVE SPACES TO WS-REPLY
           DISPLAY LIST-SCREEN
           ACCEPT LIST-SCREEN
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-REPLY CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA.

      * A line number keyed as one digit or two; anything else is
      * zero, which no list line carries.
       GET-REPLY-NUMBER.
           MOVE ZERO TO WS-PICK
           IF WS-REPLY (1:1) IS NUMERIC AND WS-REPLY (2:1) = SPACE
              MOVE WS-REPLY (1:1) TO WS-PICK
           ELSE
              IF WS-REPLY IS NUMERIC
                 MOVE WS-REPLY TO WS-PICK
              END-IF
           END-IF.

      * Stars out all but the last four characters of the account
      * number in WS-MASK-VALUE; an account of four characters or
      * fewer is starred out entirely.
       MASK-ACCOUNT.
           MOVE ZERO TO WS-ACCT-LEN
           INSPECT WS-MASK-VALUE TALLYING WS-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCT-LEN > 4
              COMPUTE WS-MASK-LEN = WS-ACCT-LEN - 4
              MOVE ALL '*' TO WS-MASK-VALUE (1:WS-MASK-LEN)
           ELSE
              IF WS-ACCT-LEN > ZERO
                 MOVE ALL '*' TO WS-MASK-VALUE (1:WS-ACCT-LEN)
              END-IF
           END-IF.

       WRITE-INQUIRY-LOG.
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES        TO INQUIRY-LOG-RECORD
           MOVE WS-RUN-DATE   TO IL-INQ-DATE
           MOVE WS-LOG-TIME (1:6) TO IL-INQ-TIME
           MOVE WS-USER-ID    TO IL-USER-ID
           MOVE WS-INQ-EMP-ID TO IL-EMP-ID
           MOVE WS-LOG-VIEW   TO IL-VIEW
           MOVE WS-LOG-DETAIL TO IL-DETAIL
           WRITE INQUIRY-LOG-RECORD.

       CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-FILE
           IF WS-PAYDED-OPEN-SW = 'Y'
              CLOSE PAYDED-FILE
           END-IF
           IF WS-LEAVE-OPEN-SW = 'Y'
              CLOSE LEAVE-FILE
           END-IF
           IF WS-LEAVREQ-OPEN-SW = 'Y'
              CLOSE LEAVREQ-FILE
           END-IF
           IF WS-DEDUCT-OPEN-SW = 'Y'
              CLOSE DEDUCT-FILE
           END-IF
           IF WS-ARREARS-OPEN-SW = 'Y'
              CLOSE ARREARS-FILE
           END-IF
           IF WS-ISSUE-OPEN-SW = 'Y'
              CLOSE ISSUE-FILE
           END-IF
           IF WS-TRACE-OPEN-SW = 'Y'
              CLOSE TRACE-FILE
           END-IF
           IF WS-REISSUE-OPEN-SW = 'Y'
              CLOSE REISSUE-FILE
           END-IF
           IF WS-ESCHEAT-OPEN-SW = 'Y'
              CLOSE ESCHEAT-FILE
           END-IF
           CLOSE INQLOG-FILE.

       END PROGRAM EMPINQ.
