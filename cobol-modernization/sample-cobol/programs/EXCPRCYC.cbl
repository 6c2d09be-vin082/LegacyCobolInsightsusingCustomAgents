      *    BOOKS ONE-SIDED - SO A REPAIR DECISION ON A TRANSFER LEG
      *    IS REFUSED AND THE LEG CARRIED OVER; A REJECT DECISION IS
      *    HONOURED AS FOR ANY OTHER ITEM.
      *    A LOAN DISBURSEMENT LEG (DISB DR/CR) AND A TERM-DEPOSIT
      *    RELEASE LEG (TDEP DR/CR) ARE LINKED PAIRS THE SAME WAY AND
      *    ARE TREATED AS TRANSFER LEGS.  AN OUTBOUND ITEM IS THE
      *    REVERSE: OUTPAYGN HAS ALREADY SENT THE PAYMENT TO THE
      *    CLEARING HOUSE, SO REJECTING ITS DEBIT WOULD LEAVE THE MONEY
      *    PAID AWAY AND NEVER CHARGED.  A REJECT DECISION ON AN
      *    OUTBOUND ITEM IS REFUSED AND THE ITEM CARRIED OVER UNTIL IT
      *    IS REPAIRED AND THE DEBIT POSTS.
      *
      *    DUAL AUTHORISATION.  EVERY DECISION CARRIES THE KEYING
      *    OPERATOR AND, WHERE ONE HAS SIGNED IT OFF, AN APPROVING
      *    OPERATOR.  A REPAIR OR REJECT OF AN ITEM WHOSE AMOUNT IS
      *    ABOVE THE KEYING OPERATOR'S REPAIR LIMIT ON THE OPERATOR
      *    AUTHORITY FILE IS HELD ON THE PENDING-APPROVAL FILE
      *    THROUGH THE SHARED APPRCHK SUBPROGRAM AND THE ITEM CARRIED
      *    OVER UNTIL THE DECISION IS RESUBMITTED WITH A DIFFERENT,
      *    AUTHORISED APPROVER; A DECISION THE AUTHORITY FILE REFUSES
      *    IS CARRIED OVER AS A REFUSED REPAIR.  EVERY APPLIED
      *    DECISION IS JOURNALLED THROUGH MNTJRNL AGAINST THE PAYMENT
      *    MASTER WITH BOTH OPERATOR REFERENCES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              88 DCS-REPAIR           VALUE 'R'.
              88 DCS-REJECT           VALUE 'J'.
           05 DCS-NEW-ACCT-ID         PIC X(10).
           05 DCS-OPERATOR-REF        PIC X(12).
           05 DCS-APPROVER-REF        PIC X(12).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
              10 WS-DCS-ACTION       PIC X.
              10 WS-DCS-NEW-ACCT     PIC 9(10).
              10 WS-DCS-USED-SW      PIC X.
              10 WS-DCS-NEW-ACCT-X   PIC X(10).
              10 WS-DCS-OPERATOR     PIC X(12).
              10 WS-DCS-APPROVER     PIC X(12).
       01  WS-DECISION-SUB             PIC 9(3) VALUE ZERO.
       01  WS-MATCHED-SUB              PIC 9(3) VALUE ZERO.

           05 WS-REFUSED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-UNMATCHED-DCS-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-AWAITING-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05 WS-REPAIRED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-LDG-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-APPROVAL-CONTROL.
           05 WS-APR-JOB-NAME         PIC X(8) VALUE 'EXCPRCYC'.
           05 WS-APR-AUTH-CLASS       PIC X VALUE 'R'.
           05 WS-APR-ITEM-KEY         PIC X(40) VALUE SPACES.
           05 WS-APR-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-APR-RATE             PIC 9V9(6) COMP-3 VALUE ZERO.
           05 WS-APR-MAKER-REF        PIC X(12) VALUE SPACES.
           05 WS-APR-CHECKER-REF      PIC X(12) VALUE SPACES.
           05 WS-APR-ITEM-IMAGE       PIC X(80) VALUE SPACES.
           05 WS-APR-RESULT           PIC X VALUE SPACE.
              88 APR-CHECKED          VALUE 'C'.
              88 APR-HELD             VALUE 'H'.
              88 APR-STILL-HELD       VALUE 'P'.
              88 APR-REFUSED          VALUE 'R'.
           05 WS-APR-REASON           PIC X(30) VALUE SPACES.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'PAYFILE '.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'EXCPRCYC'.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-TRANS-ID          PIC 9(12) VALUE ZERO.
                   MOVE ZERO TO WS-DCS-NEW-ACCT (WS-DECISION-COUNT)
               END-IF
               MOVE 'N' TO WS-DCS-USED-SW (WS-DECISION-COUNT)
               MOVE DCS-NEW-ACCT-ID
                   TO WS-DCS-NEW-ACCT-X (WS-DECISION-COUNT)
               MOVE DCS-OPERATOR-REF
                   TO WS-DCS-OPERATOR (WS-DECISION-COUNT)
               MOVE DCS-APPROVER-REF
                   TO WS-DCS-APPROVER (WS-DECISION-COUNT)
           END-IF
           PERFORM 1190-READ-DECISION.

       2200-REPAIR-EXCEPTION.
           IF PAY-XFER-DEBIT OF EXCEPTION-RECORD
               OR PAY-XFER-CREDIT OF EXCEPTION-RECORD
               OR PAY-DISB-DEBIT OF EXCEPTION-RECORD
               OR PAY-DISB-CREDIT OF EXCEPTION-RECORD
               OR PAY-TDEP-DEBIT OF EXCEPTION-RECORD
               OR PAY-TDEP-CREDIT OF EXCEPTION-RECORD
               MOVE 'Y' TO WS-DCS-USED-SW (WS-MATCHED-SUB)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REPAIR REFUSED - TRANSFER LEG'
                   TO WS-REPAIR-ACCT-ID
           END-IF
           PERFORM 2210-VALIDATE-REPAIR-ACCOUNT
           IF ACCT-FOUND
               PERFORM 2150-CHECK-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   MOVE 'Y' TO WS-DCS-USED-SW (WS-MATCHED-SUB)
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'REPAIR REFUSED - BAD ACCOUNT'
                       TO WS-REG-DISPOSITION
                   PERFORM 2650-WRITE-CARRY-RECORD
                   PERFORM 2800-WRITE-REGISTER-LINE
               WHEN APR-REFUSED OR APR-HELD OR APR-STILL-HELD
                   PERFORM 2160-CARRY-UNAUTHORISED
               WHEN OTHER
                   MOVE 'Y' TO WS-DCS-USED-SW (WS-MATCHED-SUB)
                   PERFORM 2300-RESTORE-TO-MASTER
                   ADD 1 TO WS-REPAIRED-COUNT
                   ADD PAY-AMOUNT OF EXCEPTION-RECORD
                       TO WS-REPAIRED-AMOUNT
                   MOVE 'REPAIRED - READY TO POST'
                       TO WS-REG-DISPOSITION
                   PERFORM 2800-WRITE-REGISTER-LINE
           END-EVALUATE.

      *    THE HELD-ITEM KEY IS THE DECISION LESS ITS OPERATOR
      *    REFERENCES, SO THE APPROVED RESUBMISSION FINDS IT AGAIN.
       2150-CHECK-AUTHORITY.
           MOVE SPACES TO WS-APR-ITEM-IMAGE
           MOVE PAY-TRANS-ID OF EXCEPTION-RECORD
               TO WS-APR-ITEM-IMAGE (1:12)
           MOVE WS-DCS-ACTION (WS-MATCHED-SUB)
               TO WS-APR-ITEM-IMAGE (13:1)
           MOVE WS-DCS-NEW-ACCT-X (WS-MATCHED-SUB)
               TO WS-APR-ITEM-IMAGE (14:10)
           MOVE WS-DCS-OPERATOR (WS-MATCHED-SUB)
               TO WS-APR-ITEM-IMAGE (24:12)
           MOVE WS-DCS-APPROVER (WS-MATCHED-SUB)
               TO WS-APR-ITEM-IMAGE (36:12)
           MOVE SPACES TO WS-APR-ITEM-KEY
           MOVE WS-APR-ITEM-IMAGE (1:23) TO WS-APR-ITEM-KEY
           MOVE PAY-AMOUNT OF EXCEPTION-RECORD TO WS-APR-AMOUNT
           MOVE WS-DCS-OPERATOR (WS-MATCHED-SUB) TO WS-APR-MAKER-REF
           MOVE WS-DCS-APPROVER (WS-MATCHED-SUB)
               TO WS-APR-CHECKER-REF
           CALL 'APPRCHK' USING WS-APR-JOB-NAME WS-APR-AUTH-CLASS
               WS-APR-ITEM-KEY WS-APR-AMOUNT WS-APR-RATE
               WS-APR-MAKER-REF WS-APR-CHECKER-REF
               WS-APR-ITEM-IMAGE WS-APR-RESULT WS-APR-REASON.

      *    A HELD DECISION LEAVES ITS ITEM AWAITING APPROVAL AND A
      *    REFUSED ONE LEAVES IT AWAITING A PROPER DECISION - EITHER
      *    WAY THE ITEM IS CARRIED OVER, NOT APPLIED.
       2160-CARRY-UNAUTHORISED.
           MOVE 'Y' TO WS-DCS-USED-SW (WS-MATCHED-SUB)
           IF APR-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           MOVE WS-APR-REASON TO WS-REG-DISPOSITION
           PERFORM 2650-WRITE-CARRY-RECORD
           PERFORM 2800-WRITE-REGISTER-LINE.

       2210-VALIDATE-REPAIR-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
               REWRITE PAYMENT-RECORD
           ELSE
               WRITE PAYMENT-RECORD
           END-IF
           PERFORM 2450-CALL-JOURNAL.

       2350-LOCATE-MASTER-RECORD.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE PAY-TRANS-ID OF EXCEPTION-RECORD
               TO PAY-TRANS-ID OF PAYMENT-RECORD
           READ PAYMENT-MASTER
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   MOVE PAYMENT-RECORD TO WS-JRN-BEFORE-IMAGE
           END-READ.

      *    AN OUTBOUND ITEM HAS ALREADY GONE TO THE CLEARING HOUSE,
      *    SO REJECTING ITS DEBIT WOULD LEAVE THE MONEY PAID AWAY AND
      *    NEVER CHARGED; IT CAN ONLY BE REPAIRED SO THE DEBIT POSTS.
       2400-REJECT-EXCEPTION.
           IF PAY-OUTBOUND OF EXCEPTION-RECORD
               MOVE 'Y' TO WS-DCS-USED-SW (WS-MATCHED-SUB)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REJECT REFUSED - OUTBOUND SENT'
                   TO WS-REG-DISPOSITION
               PERFORM 2650-WRITE-CARRY-RECORD
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               PERFORM 2150-CHECK-AUTHORITY
               IF APR-REFUSED OR APR-HELD OR APR-STILL-HELD
                   PERFORM 2160-CARRY-UNAUTHORISED
               ELSE
                   PERFORM 2410-APPLY-REJECT
               END-IF
           END-IF.

       2410-APPLY-REJECT.
           MOVE 'Y' TO WS-DCS-USED-SW (WS-MATCHED-SUB)
           PERFORM 2350-LOCATE-MASTER-RECORD
           MOVE CORRESPONDING EXCEPTION-RECORD TO PAYMENT-RECORD
           ELSE
               WRITE PAYMENT-RECORD
           END-IF
           PERFORM 2450-CALL-JOURNAL
           ADD 1 TO WS-REJECTED-COUNT
           ADD PAY-AMOUNT OF EXCEPTION-RECORD TO WS-REJECTED-AMOUNT
           MOVE 'REJECTED - FORMAL' TO WS-REG-DISPOSITION
           PERFORM 2800-WRITE-REGISTER-LINE.

       2450-CALL-JOURNAL.
           IF MASTER-FOUND
               MOVE 'C' TO WS-JRN-ACTION
           ELSE
               MOVE 'A' TO WS-JRN-ACTION
           END-IF
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE PAY-TRANS-ID OF PAYMENT-RECORD TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE PAYMENT-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE WS-DCS-OPERATOR (WS-MATCHED-SUB)
               TO WS-JRN-OPERATOR-REF
           IF APR-CHECKED
               MOVE WS-DCS-APPROVER (WS-MATCHED-SUB)
                   TO WS-JRN-APPROVER-REF
           ELSE
               MOVE SPACES TO WS-JRN-APPROVER-REF
           END-IF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2600-CARRY-OVER-EXCEPTION.
           ADD 1 TO WS-CARRIED-COUNT
           PERFORM 2650-WRITE-CARRY-RECORD
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           COMPUTE WS-AWAITING-COUNT =
               WS-CARRIED-COUNT + WS-REFUSED-COUNT + WS-HELD-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'EXCEPTIONS AWAITING DECISION:' TO WS-SUM-LABEL
           MOVE WS-AWAITING-COUNT TO WS-SUM-COUNT
               WS-REFUSED-COUNT
           DISPLAY 'EXCPRCYC - DECISIONS UNMATCHD: '
               WS-UNMATCHED-DCS-COUNT
           DISPLAY 'EXCPRCYC - HELD FOR APPROVAL : '
               WS-HELD-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-LDG-RUN-DATE
           MOVE 'REPAIRED' TO WS-LDG-SOURCE-ID
               WS-LDG-SOURCE-ID WS-REJECTED-COUNT WS-REJECTED-AMOUNT
           MOVE 'CARRIED ' TO WS-LDG-SOURCE-ID
           COMPUTE WS-LDG-ITEM-COUNT =
               WS-CARRIED-COUNT + WS-REFUSED-COUNT + WS-HELD-COUNT
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-LDG-RUN-DATE
               WS-LDG-SOURCE-ID WS-LDG-ITEM-COUNT
               WS-CARRIED-AMOUNT.
