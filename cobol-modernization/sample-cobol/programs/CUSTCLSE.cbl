      *    REPORTED; OTHERWISE CUST-STATUS IS SET TO CLOSED ON THE
      *    CUSTOMER MASTER AND ACCT-STATUS IS CASCADED TO CLOSED ON
      *    EVERY ONE OF THE CUSTOMER'S ACCOUNTS.
      *    A LOAN CHRGOFF HAS CHARGED OFF IS THE EXCEPTION: IT STAYS
      *    CHARGED OFF, ITS BALANCE ZEROED BUT STILL OWED, SO PAYPOST
      *    GOES ON TREATING LATER MONEY ON IT AS A RECOVERY.
      *    THE OWNER CROSS-REFERENCE FILE OWNRMNT MAINTAINS IS
      *    HONOURED: A CLOSURE IS ALSO REFUSED WHEN ANY ACCOUNT THE
      *    CUSTOMER OWNS OF RECORD STILL CARRIES OTHER OWNERS ON THE
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'CUSTCLSE'.

       01  WS-COUNTERS.
           PERFORM 2920-READ-ACCOUNT-BY-CUST
           PERFORM UNTIL WS-ACCT-EOF-STATUS
               OR ACCT-CUST-ID NOT = WS-SAVE-CUST-ID
               IF NOT ACCT-CHARGED-OFF
                   SET ACCT-CLOSED TO TRUE
                   REWRITE ACCOUNT-RECORD
               END-IF
               PERFORM 2920-READ-ACCOUNT-BY-CUST
           END-PERFORM.

           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2800-REPORT-NOT-FOUND.
           MOVE SPACES TO WS-REPORT-DETAIL
