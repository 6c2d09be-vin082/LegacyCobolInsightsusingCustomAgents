                   MOVE 'SAVINGS   ' TO WS-ACCT-TYPE-DESC
               WHEN ACCT-LOAN
                   MOVE 'LOAN      ' TO WS-ACCT-TYPE-DESC
               WHEN ACCT-TERM-DEPOSIT
                   MOVE 'TERM DEP  ' TO WS-ACCT-TYPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN   ' TO WS-ACCT-TYPE-DESC
           END-EVALUATE
