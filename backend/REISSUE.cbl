      *       returns to 'P', and the replacement routes by bank
      *       details exactly as above.
      *
      *   'E' escheat claim - an owner has answered ESCHEAT's
      *       unclaimed-wages notice.  The outstanding check is
      *       stopped and replaced exactly as a stopped check is; one
      *       already remitted to the state cannot be, and the item
      *       stays open for a human to refer the owner there.
      *
      * A settled item closes with its method and date; anything the
      * run cannot settle stays open and is listed again next run.
      * REISSUE.OUT is the reissue register - how and when every
               WHEN 'R'
                    PERFORM WORK-RETURNED-DEPOSIT
               WHEN 'S'
               WHEN 'E'
                    PERFORM WORK-STOPPED-CHECK
               WHEN OTHER
                    MOVE "UNKNOWN SOURCE - INVESTIGATE" TO WS-NOTE
           ELSE
           IF CKI-CLEAR-STATUS = 'C'
              MOVE "CHECK ALREADY PAID - INVESTIGATE" TO WS-NOTE
           ELSE
           IF CKI-CLEAR-STATUS = 'E'
              MOVE "CHECK ESCHEATED - REFER OWNER TO STATE" TO WS-NOTE
           ELSE
              MOVE RW-EMP-ID   TO EMP-ID
              MOVE RW-PAY-DATE TO PAY-DATE
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

      * Verified bank details take the replacement back to the bank
      * The stopped check's number goes on the register - once its
      * issue record is gone this line and the bank's stop list are
      * the only places the operator can read it from.
           IF RW-SOURCE = 'S' OR RW-SOURCE = 'E'
              MOVE WS-NOTE TO WS-NOTE-BASE
              MOVE SPACES  TO WS-NOTE
              STRING
