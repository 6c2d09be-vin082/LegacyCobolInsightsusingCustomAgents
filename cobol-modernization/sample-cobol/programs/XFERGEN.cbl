      *    NOT BE CLOSED, THE ACCOUNTS MUST DIFFER, AND THE AMOUNT
      *    MUST BE NUMERIC AND NONZERO.  EVERY REQUEST IS LISTED ON
      *    THE TRANSFER REGISTER WITH ITS DISPOSITION.
      *    A TRANSFER INTO A TERM DEPOSIT IS REFUSED AT EDIT AS WELL,
      *    SINCE A DEPOSIT TAKES NO NEW MONEY IN MID-TERM AND PAYPOST
      *    WOULD ONLY EXCEPTION THE PAIR.
      *
      *    DUAL AUTHORISATION.  EVERY REQUEST CARRIES THE KEYING
      *    OPERATOR AND, WHERE ONE HAS SIGNED IT OFF, AN APPROVING
      *    OPERATOR.  A TRANSFER ABOVE THE KEYING OPERATOR'S LIMIT ON
      *    THE OPERATOR AUTHORITY FILE IS HELD ON THE PENDING-
      *    APPROVAL FILE THROUGH THE SHARED APPRCHK SUBPROGRAM UNTIL
      *    IT IS RESUBMITTED WITH A DIFFERENT, AUTHORISED APPROVER.
      *    EVERY GENERATED TRANSFER IS JOURNALLED THROUGH MNTJRNL
      *    AGAINST ITS DEBIT LEG WITH BOTH OPERATOR REFERENCES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 XFT-AMOUNT              PIC 9(9)V99.
           05 XFT-AMOUNT-X REDEFINES XFT-AMOUNT
                                      PIC X(11).
           05 XFT-OPERATOR-REF        PIC X(12).
           05 XFT-APPROVER-REF        PIC X(12).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-GENERATED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-GENERATED-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-APPROVAL-CONTROL.
           05 WS-APR-JOB-NAME         PIC X(8) VALUE 'XFERGEN '.
           05 WS-APR-AUTH-CLASS       PIC X VALUE 'X'.
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
           05 WS-JRN-ACTION           PIC X VALUE 'A'.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'XFERGEN '.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-FROM-ACCT         PIC X(10) VALUE SPACES.
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               IF APR-HELD OR APR-STILL-HELD
                   MOVE ZERO TO WS-DEBIT-TRANS-ID
                   MOVE WS-APR-REASON TO WS-REG-DISPOSITION
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 2800-WRITE-REGISTER-LINE
               ELSE
                   PERFORM 2200-GENERATE-TRANSFER-PAIR
                   PERFORM 2650-CALL-JOURNAL
                   MOVE 'GENERATED - READY TO POST'
                       TO WS-REG-DISPOSITION
                   PERFORM 2800-WRITE-REGISTER-LINE
               END-IF
           END-IF
           PERFORM 2910-READ-TRAN.

               ELSE
                   MOVE ACCT-CUST-ID TO WS-TO-CUST-ID
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND ACCT-TERM-DEPOSIT
               MOVE 'TO ACCOUNT IS A TERM DEPOSIT' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2150-CHECK-AUTHORITY
               IF APR-REFUSED
                   MOVE WS-APR-REASON TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       2110-LOCATE-ACCOUNT.
                   END-IF
           END-READ.

      *    THE HELD-ITEM KEY IS THE WHOLE REQUEST LESS ITS OPERATOR
      *    REFERENCES, SO THE APPROVED RESUBMISSION FINDS IT AGAIN.
       2150-CHECK-AUTHORITY.
           MOVE SPACES TO WS-APR-ITEM-KEY
           MOVE TRANSFER-TRAN-RECORD (1:31) TO WS-APR-ITEM-KEY
           MOVE XFT-AMOUNT TO WS-APR-AMOUNT
           MOVE XFT-OPERATOR-REF TO WS-APR-MAKER-REF
           MOVE XFT-APPROVER-REF TO WS-APR-CHECKER-REF
           MOVE SPACES TO WS-APR-ITEM-IMAGE
           MOVE TRANSFER-TRAN-RECORD TO WS-APR-ITEM-IMAGE
           CALL 'APPRCHK' USING WS-APR-JOB-NAME WS-APR-AUTH-CLASS
               WS-APR-ITEM-KEY WS-APR-AMOUNT WS-APR-RATE
               WS-APR-MAKER-REF WS-APR-CHECKER-REF
               WS-APR-ITEM-IMAGE WS-APR-RESULT WS-APR-REASON.

      *    THE DEBIT LEG IS ALWAYS WRITTEN UNDER THE LOWER OF THE TWO
      *    CONSECUTIVE IDS SO PAYPOST, READING IN ASCENDING TRANS-ID
      *    ORDER, ALWAYS SEES THE DEBIT LEG FIRST AND ITS PARTNER
           ADD 1 TO WS-GENERATED-COUNT
           ADD XFT-AMOUNT TO WS-GENERATED-TOTAL.

      *    JOURNALS THE TRANSFER AGAINST ITS DEBIT LEG, SO THE AUDIT
      *    TRAIL ENTRY PAYPOST WRITES UNDER THAT TRANS-ID LEADS BACK
      *    TO BOTH OPERATORS.
       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE WS-DEBIT-TRANS-ID TO WS-JRN-RECORD-KEY
           MOVE WS-DEBIT-TRANS-ID TO PAY-TRANS-ID
           READ PAYMENT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE PAYMENT-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE XFT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           IF APR-CHECKED
               MOVE XFT-APPROVER-REF TO WS-JRN-APPROVER-REF
           ELSE
               MOVE SPACES TO WS-JRN-APPROVER-REF
           END-IF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2800-WRITE-REGISTER-LINE.
           MOVE XFT-FROM-ACCT-ID TO WS-REG-FROM-ACCT
           MOVE XFT-TO-ACCT-ID TO WS-REG-TO-ACCT
           DISPLAY 'XFERGEN - REQUESTS READ      : ' WS-TRAN-COUNT
           DISPLAY 'XFERGEN - TRANSFERS CREATED  : '
               WS-GENERATED-COUNT
           DISPLAY 'XFERGEN - REQUESTS REJECTED  : ' WS-REJECT-COUNT
           DISPLAY 'XFERGEN - HELD FOR APPROVAL  : ' WS-HELD-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
