      *    (FULL FREEZE, DEBIT-ONLY BLOCK, OR STOP ON A SPECIFIC
      *    AMOUNT, MAINTAINED BY HOLDMNT ON THE HOLD FILE) IS WRITTEN
      *    TO THE EXCEPTION FILE WITH ITS REASON RATHER THAN DROPPED.
      *    CHEQUE ITEMS (PAID BY CHQCLEAR AGAINST THE CHEQUE REGISTER)
      *    ARE DEBITS LIKE FEES AND FALL UNDER A DEBIT-ONLY BLOCK, AS DO
      *    OUTBOUND ITEMS (PAYMENTS TO OTHER BANKS RAISED BY OUTPAYGN).
      *    A REGULAR PAYMENT ON A LOAN CHRGOFF HAS CHARGED OFF IS A
      *    RECOVERY: IT IS NOT SPLIT AND DOES NOT TOUCH ACCT-BALANCE,
      *    BUT IS ADDED TO THE RECOVERED TOTAL ON THE LOAN'S CHARGE-OFF
      *    RECORD; WITH NO CHARGE-OFF RECORD ON FILE IT IS EXCEPTIONED
      *    INSTEAD.
      *
      *    TRANSFERS.  AN XFER DR / XFER CR PAIR (GENERATED BY
      *    XFERGEN UNDER CONSECUTIVE TRANS-IDS, EACH LEG CARRYING ITS
      *    CHECKPOINT IS EVER SKIPPED AND THE INTERVAL-1 RESTART
      *    GUARANTEE DESCRIBED ABOVE IS PRESERVED.
      *
      *    LOAN DISBURSEMENTS.  A DISB DR / DISB CR PAIR (GENERATED
      *    BY LOANBOOK WHEN A LOAN IS BOOKED) IS LINKED AND POSTED
      *    EXACTLY LIKE A TRANSFER PAIR.  THE DR LEG IS ON THE NEW
      *    LOAN ACCOUNT AND THE CR LEG ON THE FUNDING CURRENT
      *    ACCOUNT; BECAUSE A LOAN CARRIES ITS DEBT AS A POSITIVE
      *    BALANCE, BOTH LEGS ADD - THE DEBT GOES UP BY THE SAME
      *    AMOUNT THE CUSTOMER'S FUNDS DO.  THE DR LEG IS STILL
      *    CHECKED AGAINST THE HOLD FILE WITH DEBIT SEMANTICS.
      *
      *    TERM DEPOSITS.  A TDEP DR / TDEP CR PAIR (GENERATED BY
      *    TDEPMTRY AT A PAYOUT OR AN EARLY BREAK) IS LINKED AND
      *    POSTED LIKE A TRANSFER PAIR, DR ON THE TERM DEPOSIT AND CR
      *    ON THE NOMINATED CURRENT ACCOUNT.  IT IS THE ONLY DEBIT A
      *    TERM DEPOSIT WILL TAKE: ANY OTHER DEBIT LEG, OR A REVERSAL,
      *    FEE OR CHEQUE, AGAINST A TRM ACCOUNT IS EXCEPTIONED AS
      *    TERM DEPOSIT.
      *    NOR DOES A TERM DEPOSIT TAKE NEW MONEY IN MID-TERM, SINCE
      *    TDEPMTRY ACCRUES ON THE WHOLE BALANCE FROM THE START DATE:
      *    A REGULAR OR REFUND CREDIT, OR ANY TRANSFER OR DISBURSEMENT
      *    LEG, AGAINST A TRM ACCOUNT IS EXCEPTIONED THE SAME WAY.  THE
      *    ONE CREDIT LET THROUGH IS THE XFER CR LEG OF TDEPOPEN'S
      *    FUNDING PAIR, WHICH FINDS THE NEW DEPOSIT OPEN AT A ZERO
      *    BALANCE.
      *
      *    RESTART/CHECKPOINT.  EVERY WS-CHECKPOINT-INTERVAL PAYMENT-
      *    FILE RECORDS READ, THE RESTART FILE IS REWRITTEN WITH THE
      *    LAST PAY-TRANS-ID READ (POSTED OR EXCEPTIONED), THE LAST
               RECORD KEY IS ALO-TRANS-ID
               FILE STATUS IS WS-ALLOC-FS.

           SELECT OPTIONAL CHARGE-OFF-FILE ASSIGN TO CHGOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-ACCT-ID
               FILE STATUS IS WS-CHGO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
       01  ALLOCATION-RECORD.
           COPY ALLOCATION-RECORD.

       FD  CHARGE-OFF-FILE
           RECORDING MODE IS F.
       01  CHARGE-OFF-RECORD.
           COPY CHARGE-OFF-RECORD.

       FD  RESTART-FILE
           RECORDING MODE IS F.
       01  RESTART-RECORD.

       01  WS-ACCR-FS               PIC XX VALUE SPACES.
       01  WS-ALLOC-FS              PIC XX VALUE SPACES.
       01  WS-CHGO-FS               PIC XX VALUE SPACES.
       01  WS-RECOVERY-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RECOVERY-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ACCR-FOUND-SW         PIC X VALUE 'N'.
           88 ACCR-FOUND            VALUE 'Y'.
       01  WS-CHGO-MISSING-SW       PIC X VALUE 'N'.
           88 CHGO-MISSING          VALUE 'Y'.
       01  WS-INTEREST-APPLIED      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRINCIPAL-APPLIED     PIC S9(9)V99 COMP-3 VALUE ZERO.

           05 WS-XC-ACCT-ID          PIC 9(10) VALUE ZERO.
           05 WS-XC-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-XC-DEBIT-SW         PIC X VALUE 'N'.
           05 WS-XC-DISB-SW          PIC X VALUE 'N'.
           05 WS-XC-TDEP-SW          PIC X VALUE 'N'.
           05 WS-XC-OK-SW            PIC X VALUE 'N'.
           05 WS-XC-REASON           PIC X(16) VALUE SPACES.

           OPEN I-O    ACCOUNT-MASTER
           OPEN I-O    ACCRUAL-FILE
           OPEN I-O    ALLOCATION-FILE
           OPEN I-O    CHARGE-OFF-FILE
           PERFORM 1100-LOAD-CHECKPOINT
           IF RESTART-FOUND
               OPEN EXTEND EXCEPTION-FILE
               AND (PAY-ORIG-TRANS-ID IN PAYMENT-RECORD
                       NOT = PAY-TRANS-ID OF WS-HELD-LEG
                   OR (NOT PAY-XFER-DEBIT IN PAYMENT-RECORD
                       AND NOT PAY-XFER-CREDIT IN PAYMENT-RECORD
                       AND NOT PAY-DISB-DEBIT IN PAYMENT-RECORD
                       AND NOT PAY-DISB-CREDIT IN PAYMENT-RECORD
                       AND NOT PAY-TDEP-DEBIT IN PAYMENT-RECORD
                       AND NOT PAY-TDEP-CREDIT IN PAYMENT-RECORD))
               MOVE 'XFER UNPAIRED' TO WS-HELD-REASON
               PERFORM 2700-EXCEPTION-HELD-LEG
               MOVE 'N' TO WS-XFER-HELD-SW
           EVALUATE TRUE
               WHEN PAY-XFER-DEBIT IN PAYMENT-RECORD
               WHEN PAY-XFER-CREDIT IN PAYMENT-RECORD
               WHEN PAY-DISB-DEBIT IN PAYMENT-RECORD
               WHEN PAY-DISB-CREDIT IN PAYMENT-RECORD
               WHEN PAY-TDEP-DEBIT IN PAYMENT-RECORD
               WHEN PAY-TDEP-CREDIT IN PAYMENT-RECORD
                   PERFORM 2500-PROCESS-TRANSFER-LEG
               WHEN PAY-APPROVED IN PAYMENT-RECORD
                   PERFORM 2100-POST-TRANSACTION
                   PERFORM 2900-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 2150-CHECK-HOLD
                   IF NOT HOLD-BLOCKED
                       PERFORM 2170-CHECK-RECOVERY-TARGET
                   END-IF
                   IF HOLD-BLOCKED
                       OR CHGO-MISSING
                       PERFORM 2900-WRITE-EXCEPTION
                   ELSE
                       IF ACCT-TERM-DEPOSIT
                           MOVE 'TERM DEPOSIT' TO WS-EXCEPTION-REASON
                           PERFORM 2900-WRITE-EXCEPTION
                       ELSE
                           PERFORM 2200-APPLY-AMOUNT
                           REWRITE ACCOUNT-RECORD
                           PERFORM 2250-WRITE-AUDIT-ENTRY
                           ADD 1 TO WS-POSTED-COUNT
                           ADD PAY-AMOUNT IN PAYMENT-RECORD
                               TO WS-POSTED-AMOUNT
                           MOVE PAY-TRANS-ID IN PAYMENT-RECORD
                               TO WS-LAST-POSTED-TRANS-ID
                           MOVE ACCT-ID TO WS-LAST-POSTED-ACCT-ID
                           MOVE ACCT-BALANCE
                               TO WS-LAST-POSTED-BALANCE
                       END-IF
                   END-IF
           END-READ.

                   MOVE 'ACCOUNT FROZEN' TO WS-EXCEPTION-REASON
               WHEN HLD-DEBIT-BLOCK
                   AND (PAY-REVERSAL IN PAYMENT-RECORD
                       OR PAY-FEE IN PAYMENT-RECORD
                       OR PAY-CHEQUE IN PAYMENT-RECORD
                       OR PAY-OUTBOUND IN PAYMENT-RECORD)
                   SET HOLD-BLOCKED TO TRUE
                   MOVE 'DEBIT BLOCKED' TO WS-EXCEPTION-REASON
               WHEN HLD-STOP-AMOUNT
                   MOVE 'STOP PAYMENT' TO WS-EXCEPTION-REASON
           END-EVALUATE.

      *    A RECOVERY NEEDS THE LOAN'S CHARGE-OFF RECORD TO COUNT
      *    AGAINST; WITHOUT ONE THE PAYMENT IS EXCEPTIONED, NOT
      *    POSTED.  THE RECORD READ HERE IS THE ONE 2245 REWRITES.
       2170-CHECK-RECOVERY-TARGET.
           MOVE 'N' TO WS-CHGO-MISSING-SW
           IF PAY-REGULAR IN PAYMENT-RECORD
               AND ACCT-LOAN
               AND ACCT-CHARGED-OFF
               MOVE ACCT-ID TO CHO-ACCT-ID
               READ CHARGE-OFF-FILE
                   INVALID KEY
                       SET CHGO-MISSING TO TRUE
                       MOVE 'NO CHARGE-OFF' TO WS-EXCEPTION-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       2200-APPLY-AMOUNT.
           MOVE ACCT-BALANCE TO WS-SAVE-BALANCE
           EVALUATE TRUE
               WHEN PAY-REGULAR IN PAYMENT-RECORD
                   AND ACCT-LOAN
                   AND ACCT-CHARGED-OFF
                   PERFORM 2245-APPLY-RECOVERY
               WHEN PAY-REGULAR IN PAYMENT-RECORD
                   AND ACCT-LOAN
                   PERFORM 2230-APPLY-LOAN-PAYMENT
               WHEN PAY-FEE IN PAYMENT-RECORD
                   SUBTRACT PAY-AMOUNT IN PAYMENT-RECORD
                       FROM ACCT-BALANCE
               WHEN PAY-CHEQUE IN PAYMENT-RECORD
                   SUBTRACT PAY-AMOUNT IN PAYMENT-RECORD
                       FROM ACCT-BALANCE
               WHEN PAY-OUTBOUND IN PAYMENT-RECORD
                   SUBTRACT PAY-AMOUNT IN PAYMENT-RECORD
                       FROM ACCT-BALANCE
           END-EVALUATE.

      *    LOAN BALANCES CARRY THE OUTSTANDING DEBT AS A POSITIVE
                   REWRITE ALLOCATION-RECORD
           END-WRITE.

      *    THE BALANCE OF A CHARGED-OFF LOAN STAYS AT ZERO; THE
      *    MONEY IS RECOVERY INCOME, COUNTED ON THE CHARGE-OFF RECORD.
       2245-APPLY-RECOVERY.
           ADD PAY-AMOUNT IN PAYMENT-RECORD TO CHO-RECOVERED-TOTAL
           MOVE WS-TODAY TO CHO-LAST-RECOVERY-DATE
           REWRITE CHARGE-OFF-RECORD
           ADD 1 TO WS-RECOVERY-COUNT
           ADD PAY-AMOUNT IN PAYMENT-RECORD TO WS-RECOVERY-AMOUNT.

       2250-WRITE-AUDIT-ENTRY.
           MOVE PAY-TRANS-ID IN PAYMENT-RECORD TO WS-AUDIT-REF-ID
           CALL 'AUDITLOG' USING ACCT-ID WS-SAVE-BALANCE
           MOVE PAY-ACCT-ID OF WS-HELD-LEG TO WS-XC-ACCT-ID
           MOVE PAY-AMOUNT OF WS-HELD-LEG TO WS-XC-AMOUNT
           IF PAY-XFER-DEBIT OF WS-HELD-LEG
               OR PAY-DISB-DEBIT OF WS-HELD-LEG
               OR PAY-TDEP-DEBIT OF WS-HELD-LEG
               MOVE 'Y' TO WS-XC-DEBIT-SW
           ELSE
               MOVE 'N' TO WS-XC-DEBIT-SW
           END-IF
           IF PAY-DISB-DEBIT OF WS-HELD-LEG
               OR PAY-DISB-CREDIT OF WS-HELD-LEG
               MOVE 'Y' TO WS-XC-DISB-SW
           ELSE
               MOVE 'N' TO WS-XC-DISB-SW
           END-IF
           IF PAY-TDEP-DEBIT OF WS-HELD-LEG
               OR PAY-TDEP-CREDIT OF WS-HELD-LEG
               MOVE 'Y' TO WS-XC-TDEP-SW
           ELSE
               MOVE 'N' TO WS-XC-TDEP-SW
           END-IF.

       2606-SET-CHECK-FROM-CURRENT.
           MOVE PAY-ACCT-ID IN PAYMENT-RECORD TO WS-XC-ACCT-ID
           MOVE PAY-AMOUNT IN PAYMENT-RECORD TO WS-XC-AMOUNT
           IF PAY-XFER-DEBIT IN PAYMENT-RECORD
               OR PAY-DISB-DEBIT IN PAYMENT-RECORD
               OR PAY-TDEP-DEBIT IN PAYMENT-RECORD
               MOVE 'Y' TO WS-XC-DEBIT-SW
           ELSE
               MOVE 'N' TO WS-XC-DEBIT-SW
           END-IF
           IF PAY-DISB-DEBIT IN PAYMENT-RECORD
               OR PAY-DISB-CREDIT IN PAYMENT-RECORD
               MOVE 'Y' TO WS-XC-DISB-SW
           ELSE
               MOVE 'N' TO WS-XC-DISB-SW
           END-IF
           IF PAY-TDEP-DEBIT IN PAYMENT-RECORD
               OR PAY-TDEP-CREDIT IN PAYMENT-RECORD
               MOVE 'Y' TO WS-XC-TDEP-SW
           ELSE
               MOVE 'N' TO WS-XC-TDEP-SW
           END-IF.

      *    A TRM ACCOUNT TAKES ONLY A TDEP LEG, OR THE XFER CR THAT
      *    FUNDS IT FROM ZERO WHEN TDEPOPEN HAS JUST OPENED IT.
       2610-CHECK-ONE-LEG.
           MOVE 'Y' TO WS-XC-OK-SW
           MOVE SPACES TO WS-XC-REASON
                   MOVE 'ACCT NOT FOUND' TO WS-XC-REASON
               NOT INVALID KEY
                   PERFORM 2620-CHECK-LEG-HOLD
                   IF ACCT-TERM-DEPOSIT
                       AND WS-XC-TDEP-SW = 'N'
                       AND NOT (WS-XC-DEBIT-SW = 'N'
                           AND WS-XC-DISB-SW = 'N'
                           AND ACCT-BALANCE = ZERO
                           AND NOT ACCT-CLOSED)
                       MOVE 'N' TO WS-XC-OK-SW
                       MOVE 'TERM DEPOSIT' TO WS-XC-REASON
                   END-IF
           END-READ.

       2620-CHECK-LEG-HOLD.
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-SAVE-BALANCE
                   IF WS-XC-DEBIT-SW = 'Y'
                       AND WS-XC-DISB-SW = 'N'
                       SUBTRACT WS-XC-AMOUNT FROM ACCT-BALANCE
                   ELSE
                       ADD WS-XC-AMOUNT TO ACCT-BALANCE
           CLOSE ACCOUNT-MASTER
           CLOSE ACCRUAL-FILE
           CLOSE ALLOCATION-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE EXCEPTION-FILE
           CLOSE RESTART-FILE
           DISPLAY 'PAYPOST - TRANSACTIONS READ    : ' WS-READ-COUNT
           DISPLAY 'PAYPOST - TRANSACTIONS POSTED  : ' WS-POSTED-COUNT
           DISPLAY 'PAYPOST - TRANSACTIONS EXCEPT  : '
               WS-EXCEPTION-COUNT
           DISPLAY 'PAYPOST - LOAN RECOVERIES      : '
               WS-RECOVERY-COUNT
           MOVE 'READ    ' TO WS-LDG-SOURCE-ID
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-TODAY
               WS-LDG-SOURCE-ID WS-READ-COUNT WS-READ-AMOUNT
