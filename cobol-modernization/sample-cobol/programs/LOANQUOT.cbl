                       MOVE 'ACCOUNT IS CLOSED'
                           TO WS-REFUSE-REASON
                       SET QUOTE-REFUSED TO TRUE
                   WHEN ACCT-CHARGED-OFF
                       MOVE 'ACCOUNT IS CHARGED OFF'
                           TO WS-REFUSE-REASON
                       SET QUOTE-REFUSED TO TRUE
               END-EVALUATE
           END-IF
           IF NOT QUOTE-REFUSED
