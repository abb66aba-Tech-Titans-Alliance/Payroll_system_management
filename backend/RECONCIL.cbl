           IF WS-CTLTOT-OPEN-SW = 'Y'
              MOVE WS-PAY-DATE TO TOT-PAY-DATE
              MOVE "BALCHK  "  TO TOT-STEP
              MOVE SPACES      TO TOT-COMPANY
              READ CTLTOT-FILE
              INVALID KEY
                 CONTINUE
