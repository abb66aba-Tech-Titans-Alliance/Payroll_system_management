      *   - cross-file orphans: DEDMAST.DAT and LEAVE.DAT rows for
      *     EMP-IDs no longer on the employee master, and PAYDED.DAT
      *     rows with no matching PAYROLL-RECORD
      *   - company codes: when COMPANY.DAT is in use, an employee
      *     with no company or one not on the company master, and a
      *     paycheck stamped with a company not on the master
      *
      * FILEAUD.OUT carries one line per exception (file, key,
      * reason) and the counts.  The audit only reads - fixing what
               RECORD KEY IS PAY-DEDUCTION-KEY
               FILE STATUS IS PDD-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CODE
               FILE STATUS IS CO-FILE-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "FILEAUD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD PAYDED-FILE.
       COPY PAYDEDRC.

       FD COMPANY-FILE.
       COPY COMPNYRC.

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(100).

       01 DED-FILE-STATUS          PIC XX.
       01 LV-FILE-STATUS           PIC XX.
       01 PDD-FILE-STATUS          PIC XX.
       01 CO-FILE-STATUS           PIC XX.
       01 WS-FOUND-SW              PIC X       VALUE 'N'.
       01 WS-COMPANY-OPEN-SW       PIC X       VALUE 'N'.

       01 WS-EXCEPTION-COUNT       PIC 9(7)    COMP VALUE ZERO.
       01 WS-DATE-ERRORS           PIC 9(7)    COMP VALUE ZERO.
                  PDD-FILE-STATUS
              STOP RUN.

      * No company master means a single employer - company codes are
      * then not audited.
           OPEN INPUT COMPANY-FILE
           IF CO-FILE-STATUS = '00'
              MOVE 'Y' TO WS-COMPANY-OPEN-SW
           ELSE
              IF CO-FILE-STATUS = '35'
                 MOVE 'N' TO WS-COMPANY-OPEN-SW
              ELSE
                 CALL 'ERRLOG' USING 'FILEAUD ' 'COMPANY.DAT         '
                     CO-FILE-STATUS
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT OUTPUT-FILE.

       WRITE-HEADER.
              IF PSEMP-FILING-STATUS NOT = SPACE
                 AND PSEMP-FILING-STATUS NOT = 'S'
                 AND PSEMP-FILING-STATUS NOT = 'M'
                 AND PSEMP-FILING-STATUS NOT = 'H'
                 MOVE "EMP-FILING-STATUS INVALID" TO WX-REASON
                 PERFORM WRITE-STATUS-EXCEPTION
              END-IF
                    PERFORM WRITE-ROUTING-EXCEPTION
                 END-IF
              END-IF

              IF WS-COMPANY-OPEN-SW = 'Y'
                 IF PSEMP-COMPANY = SPACES
                    MOVE "EMP-COMPANY MISSING" TO WX-REASON
                    PERFORM WRITE-STATUS-EXCEPTION
                 ELSE
                    MOVE PSEMP-COMPANY TO CO-CODE
                    PERFORM CHECK-COMPANY-ON-FILE
                    IF WS-FOUND-SW = 'N'
                       MOVE "ORPHAN - EMP-COMPANY NOT ON COMPANY.DAT"
                            TO WX-REASON
                       PERFORM WRITE-ORPHAN-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-READ.

       CHECK-COMPANY-ON-FILE.
           READ COMPANY-FILE
           INVALID KEY
              MOVE 'N' TO WS-FOUND-SW
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ.

      *----------------------------------------------------------------
                 MOVE "PAY-STATUS INVALID" TO WX-REASON
                 PERFORM WRITE-STATUS-EXCEPTION
              END-IF

      * A blank PAY-COMPANY is a paycheck posted before companies
      * were kept, and is read as the employee's current company.
              IF WS-COMPANY-OPEN-SW = 'Y' AND PAY-COMPANY NOT = SPACES
                 MOVE PAY-COMPANY TO CO-CODE
                 PERFORM CHECK-COMPANY-ON-FILE
                 IF WS-FOUND-SW = 'N'
                    MOVE "ORPHAN - PAY-COMPANY NOT ON COMPANY.DAT"
                         TO WX-REASON
                    PERFORM WRITE-ORPHAN-EXCEPTION
                 END-IF
              END-IF
           END-READ.

      *----------------------------------------------------------------
                 PERFORM WRITE-STATUS-EXCEPTION
              END-IF

      * A garnishment keyed before order types existed has a blank
      * type and no received date, and is read as a creditor order.
              IF DED-METHOD = 'G'
                 IF DED-ORDER-TYPE NOT = 'C' AND NOT = 'T'
                    AND NOT = 'R' AND NOT = 'S' AND NOT = SPACE
                    MOVE "DED-ORDER-TYPE INVALID" TO WX-REASON
                    PERFORM WRITE-STATUS-EXCEPTION
                 END-IF
                 IF DED-RECEIVED-DATE NOT = SPACES
                    MOVE DED-RECEIVED-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-DATE-SHAPE
                    IF WS-DATE-OK-SW = 'N'
                       MOVE "DED-RECEIVED-DATE MALFORMED"
                            TO WX-REASON
                       PERFORM WRITE-DATE-EXCEPTION
                    END-IF
                 END-IF
              END-IF

              MOVE DED-EMP-ID TO PSEMP-ID
              READ EMPLOYEE-FILE
              INVALID KEY
           CLOSE DEDUCT-FILE
           CLOSE LEAVE-FILE
           CLOSE PAYDED-FILE
           IF WS-COMPANY-OPEN-SW = 'Y'
              CLOSE COMPANY-FILE
           END-IF
           CLOSE OUTPUT-FILE.

       END PROGRAM FILEAUD.
