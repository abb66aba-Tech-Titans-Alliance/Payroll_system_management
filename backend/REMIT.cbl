           AT END
              MOVE 'Y' TO WS-END-OF-FILE
           NOT AT END
      * A loan recovery repays the company's own receivable - there
      * is no third party to remit it to.
              IF PD-PAY-DATE = WS-PAY-DATE
                 AND NOT (PD-CODE (1:1) = 'L'
                          AND PD-CODE (2:3) NUMERIC)
                 PERFORM CHECK-PAYCHECK-GOOD
                 IF WS-PAY-GOOD-SW = 'Y'
                    MOVE PD-CODE   TO SRT-CODE
