      *    THROUGH THE SHARED MNTJRNL SUBPROGRAM, SO A DISPUTED
      *    ACCT-LIMIT OR STATUS CHANGE CAN BE TRACED THE WAY A
      *    BALANCE CHANGE CAN THROUGH AUDITLOG.
      *    AN ACCOUNT ADD IS ALSO REFUSED WHEN THE OWNER'S PERIODIC
      *    DUE-DILIGENCE REVIEW IS OVERDUE - THE NEXT REVIEW DATE ON THE
      *    KYCFILE RECORD IS BEFORE TODAY - UNTIL COMPLIANCE RECORDS THE
      *    REVIEW THROUGH KYCMNT.  A CUSTOMER WITH NO DUE-DILIGENCE
      *    RECORD IS NOT HELD UP.
      *
      *    SANCTIONS SCREENING.  EVERY NEW CUSTOMER NAME AND EVERY
      *    CHANGED ONE IS SCREENED AGAINST THE WATCHLIST THROUGH THE
      *    SHARED SANCSCRN SUBPROGRAM AFTER IT IS APPLIED.  A HIT OPENS
      *    A CASE ON THE SCREENING CASE REGISTER AND PUTS A FULL FREEZE
      *    (OPERATOR REFERENCE SANCTIONS) ON THE HOLD FILE FOR EVERY
      *    ACCOUNT THE CUSTOMER OWNS OR JOINTLY OWNS, EACH FREEZE
      *    JOURNALLED AGAINST THE HOLD FILE.  A HOLD THE FREEZE
      *    DISPLACES IS KEPT ON THE HOLD RECORD AND PUT BACK WHEN THE
      *    CASE IS RELEASED.  NO NEW CASE IS OPENED WHILE ONE IS OPEN OR
      *    CONFIRMED FOR THE CUSTOMER, OR WHEN AN ANALYST HAS ALREADY
      *    RELEASED THE SAME NAME AGAINST THE SAME LIST ENTRY AS A FALSE
      *    POSITIVE.  HITS ARE LISTED ON THE EXCEPTION REPORT BUT ARE
      *    NOT REJECTS - THE MAINTENANCE ITSELF STANDS.  AN ACCOUNT ADD
      *    FOR A CUSTOMER WITH AN OPEN OR CONFIRMED CASE IS REFUSED.
      *    SCRNREL RECORDS THE ANALYST'S DECISION AND LIFTS THE FREEZE.
      *
      *    DUAL AUTHORISATION.  EVERY TRANSACTION CARRIES THE KEYING
      *    OPERATOR, WHO IS JOURNALLED WITH EACH CHANGE, AND MAY
      *    CARRY AN APPROVING OPERATOR.  AN ACCOUNT ADD OR CHANGE
      *    THAT MOVES ACCT-LIMIT BY MORE THAN THE KEYING OPERATOR'S
      *    LIMIT-CHANGE AUTHORITY ON THE OPERATOR AUTHORITY FILE IS
      *    HELD ON THE PENDING-APPROVAL FILE THROUGH THE SHARED
      *    APPRCHK SUBPROGRAM, LISTED ON THE EXCEPTION REPORT AS HELD
      *    AND NOT APPLIED, UNTIL IT IS RESUBMITTED WITH A DIFFERENT,
      *    AUTHORISED APPROVER, WHO IS JOURNALLED WITH THE KEYING
      *    OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               ALTERNATE RECORD KEY IS ACCT-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL DUE-DILIGENCE-FILE ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDR-CUST-ID
               FILE STATUS IS WS-KYC-FS.

           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-OWNR-FS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCT-ID
               FILE STATUS IS WS-HOLD-FS.

           SELECT OPTIONAL SCREENING-CASE-FILE ASSIGN TO SCRNCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCC-CASE-KEY
               FILE STATUS IS WS-SCRN-FS.

           SELECT EXCEPTION-REPORT ASSIGN TO MNTEXCP
               ORGANIZATION IS SEQUENTIAL.

                                      PIC X(11).
              10 MNT-ACCT-OPEN-DATE   PIC X(8).
              10 FILLER               PIC X(20).
           05 MNT-OPERATOR-REF        PIC X(12).
           05 MNT-APPROVER-REF        PIC X(12).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  DUE-DILIGENCE-FILE
           RECORDING MODE IS F.
       01  DUE-DILIGENCE-RECORD.
           COPY DUE-DILIGENCE-RECORD.

       FD  OWNER-XREF-FILE
           RECORDING MODE IS F.
       01  OWNER-XREF-RECORD.
           COPY OWNER-XREF-RECORD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLD-RECORD.

       FD  SCREENING-CASE-FILE
           RECORDING MODE IS F.
       01  SCREENING-CASE-RECORD.
           COPY SCREENING-CASE-RECORD.

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F.
       01  EXCEPTION-LINE                  PIC X(80).
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
           88 WS-ACCT-OK               VALUE '00'.

       01  WS-KYC-FS                   PIC XX VALUE SPACES.
       01  WS-OWNR-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-SCRN-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
              88 CUST-FOUND           VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-KYC-FOUND-SW         PIC X VALUE 'N'.
              88 KYC-FOUND            VALUE 'Y'.
           05 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE            VALUE 'Y'.
           05 WS-CASE-ACTIVE-SW       PIC X VALUE 'N'.
              88 CASE-ACTIVE          VALUE 'Y'.
           05 WS-CASE-CLEARED-SW      PIC X VALUE 'N'.
              88 CASE-CLEARED         VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(34) VALUE SPACES.
       01  WS-LOOKUP-CUST-ID           PIC 9(8) VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-EDIT-DATE.
           05 WS-EDIT-YEAR            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(2) VALUE ZERO.

      *    SANCTIONS SCREENING WORK AREAS.  THE SCREEN RESULT FIELDS
      *    ARE PASSED TO SANCSCRN; THE CASE KEY PREFIX IS THE SUBJECT
      *    TYPE AND REFERENCE, WHICH EVERY CASE FOR ONE CUSTOMER SHARES.
       01  WS-SCREEN-RESULT.
           05 WS-SCR-HIT-SW           PIC X VALUE 'N'.
              88 SCR-HIT              VALUE 'Y'.
           05 WS-SCR-LIST-VERSION     PIC 9(6) VALUE ZERO.
           05 WS-SCR-ENTRY-ID         PIC X(10) VALUE SPACES.
           05 WS-SCR-LISTED-NAME      PIC X(40) VALUE SPACES.
       01  WS-SCREEN-NAME              PIC X(40) VALUE SPACES.
       01  WS-SCREEN-CUST-ID           PIC 9(8) VALUE ZERO.
       01  WS-CASE-PREFIX              PIC X(23) VALUE SPACES.
       01  WS-FREEZE-ACCT-ID           PIC 9(10) VALUE ZERO.
       01  WS-FROZEN-FOR-CASE          PIC 9(3) VALUE ZERO.
       01  WS-SANCTIONS-OPERATOR       PIC X(12) VALUE 'SANCTIONS'.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-CUST-ADDED           PIC 9(7) VALUE ZERO.
           05 WS-ACCT-ADDED           PIC 9(7) VALUE ZERO.
           05 WS-ACCT-CHANGED         PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-SCREEN-HIT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CASE-OPENED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-ACCT-FROZEN-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-APPROVAL-CONTROL.
           05 WS-APR-JOB-NAME         PIC X(8) VALUE 'CUSTMNT '.
           05 WS-APR-AUTH-CLASS       PIC X VALUE 'L'.
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
           05 WS-JRN-FILE-ID          PIC X(8) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'CUSTMNT '.

       01  WS-EXCEPTION-DETAIL.
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  MAINT-TRAN-FILE
           OPEN I-O    CUSTOMER-MASTER
           OPEN I-O    ACCOUNT-MASTER
           OPEN INPUT  DUE-DILIGENCE-FILE
           OPEN INPUT  OWNER-XREF-FILE
           OPEN I-O    HOLD-FILE
           OPEN I-O    SCREENING-CASE-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-TRAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE SPACE TO WS-APR-RESULT
           EVALUATE TRUE
               WHEN NOT MNT-ADD AND NOT MNT-CHANGE
                   MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON
           ADD 1 TO WS-CUST-ADDED
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE 'A' TO WS-JRN-ACTION
           PERFORM 2600-JOURNAL-CUSTOMER
           PERFORM 2700-SCREEN-CUSTOMER-NAME.

       2140-CHANGE-CUSTOMER.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           REWRITE CUSTOMER-RECORD
           ADD 1 TO WS-CUST-CHANGED
           MOVE 'C' TO WS-JRN-ACTION
           PERFORM 2600-JOURNAL-CUSTOMER
           IF MNT-CUST-NAME NOT = SPACES
               PERFORM 2700-SCREEN-CUSTOMER-NAME
           END-IF.

       2600-JOURNAL-CUSTOMER.
           MOVE 'CUSTMSTR' TO WS-JRN-FILE-ID
           PERFORM 2650-CALL-JOURNAL.

       2650-CALL-JOURNAL.
           MOVE MNT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           IF APR-CHECKED
               MOVE MNT-APPROVER-REF TO WS-JRN-APPROVER-REF
           ELSE
               MOVE SPACES TO WS-JRN-APPROVER-REF
           END-IF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2200-APPLY-ACCOUNT.
           PERFORM 2210-EDIT-ACCOUNT
           EVALUATE TRUE
               WHEN EDIT-FAILED
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN APR-HELD OR APR-STILL-HELD
                   PERFORM 2960-WRITE-HELD-LINE
               WHEN MNT-ADD
                   PERFORM 2230-ADD-ACCOUNT
               WHEN OTHER
                   PERFORM 2240-CHANGE-ACCOUNT
           END-EVALUATE.

       2210-EDIT-ACCOUNT.
           IF MNT-ACCT-ID NOT NUMERIC
                   END-IF
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND MNT-ADD
               PERFORM 2225-LOCATE-KYC-RECORD
               IF KYC-FOUND
                   AND DDR-NEXT-REVIEW-DATE < WS-TODAY
                   MOVE 'OWNER KYC REVIEW OVERDUE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND MNT-ADD
               MOVE MNT-ACCT-CUST-ID TO WS-SCREEN-CUST-ID
               MOVE SPACES TO WS-SCREEN-NAME
               MOVE SPACES TO WS-SCR-ENTRY-ID
               PERFORM 2710-SCAN-CUSTOMER-CASES
               IF CASE-ACTIVE
                   MOVE 'OWNER UNDER SANCTIONS REVIEW'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND MNT-ADD
               AND MNT-ACCT-TYPE NOT = 'CUR'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND MNT-ACCT-LIMIT-X NOT = SPACES
               PERFORM 2250-CHECK-LIMIT-AUTHORITY
               IF APR-REFUSED
                   MOVE WS-APR-REASON TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

      *    A LIMIT CHANGE IS MEASURED BY HOW FAR IT MOVES ACCT-LIMIT
      *    (FROM ZERO ON AN ADD); ONE THAT LEAVES IT WHERE IT IS
      *    NEEDS NO AUTHORITY.  THE HELD-ITEM KEY IS THE TRANSACTION
      *    THROUGH THE NEW LIMIT, SO THE APPROVED RESUBMISSION FINDS
      *    IT AGAIN.
       2250-CHECK-LIMIT-AUTHORITY.
           IF MNT-ADD
               MOVE MNT-ACCT-LIMIT TO WS-APR-AMOUNT
           ELSE
               COMPUTE WS-APR-AMOUNT = MNT-ACCT-LIMIT - ACCT-LIMIT
               IF WS-APR-AMOUNT < ZERO
                   COMPUTE WS-APR-AMOUNT = ZERO - WS-APR-AMOUNT
               END-IF
           END-IF
           IF WS-APR-AMOUNT > ZERO
               MOVE SPACES TO WS-APR-ITEM-KEY
               MOVE MAINT-TRAN-RECORD (1:34) TO WS-APR-ITEM-KEY
               MOVE MNT-OPERATOR-REF TO WS-APR-MAKER-REF
               MOVE MNT-APPROVER-REF TO WS-APR-CHECKER-REF
               MOVE SPACES TO WS-APR-ITEM-IMAGE
               MOVE MAINT-TRAN-RECORD (1:74) TO WS-APR-ITEM-IMAGE
               CALL 'APPRCHK' USING WS-APR-JOB-NAME WS-APR-AUTH-CLASS
                   WS-APR-ITEM-KEY WS-APR-AMOUNT WS-APR-RATE
                   WS-APR-MAKER-REF WS-APR-CHECKER-REF
                   WS-APR-ITEM-IMAGE WS-APR-RESULT WS-APR-REASON
           END-IF.

       2220-LOCATE-ACCOUNT.
                   SET ACCT-FOUND TO TRUE
           END-READ.

       2225-LOCATE-KYC-RECORD.
           MOVE 'N' TO WS-KYC-FOUND-SW
           MOVE MNT-ACCT-CUST-ID TO DDR-CUST-ID
           READ DUE-DILIGENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KYC-FOUND TO TRUE
           END-READ.

       2230-ADD-ACCOUNT.
           MOVE MNT-ACCT-ID TO ACCT-ID
           MOVE MNT-ACCT-CUST-ID TO ACCT-CUST-ID
           MOVE ACCOUNT-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2650-CALL-JOURNAL.

       2700-SCREEN-CUSTOMER-NAME.
           MOVE CUST-NAME TO WS-SCREEN-NAME
           MOVE CUST-ID TO WS-SCREEN-CUST-ID
           CALL 'SANCSCRN' USING WS-SCREEN-NAME WS-SCR-HIT-SW
               WS-SCR-LIST-VERSION WS-SCR-ENTRY-ID WS-SCR-LISTED-NAME
           IF SCR-HIT
               ADD 1 TO WS-SCREEN-HIT-COUNT
               PERFORM 2710-SCAN-CUSTOMER-CASES
               EVALUATE TRUE
                   WHEN CASE-ACTIVE
                       MOVE 'SANCTIONS HIT - CASE ALREADY OPEN'
                           TO WS-EDIT-REASON
                   WHEN CASE-CLEARED
                       MOVE 'SANCTIONS HIT - RELEASED BEFORE'
                           TO WS-EDIT-REASON
                   WHEN OTHER
                       PERFORM 2730-FREEZE-CUSTOMER-ACCOUNTS
                       PERFORM 2760-OPEN-CUSTOMER-CASE
                       MOVE 'SANCTIONS HIT - CASE OPENED'
                           TO WS-EDIT-REASON
               END-EVALUATE
               PERFORM 2950-WRITE-SCREENING-LINE
           END-IF.

      *    LOOKS AT EVERY CASE EVER OPENED FOR WS-SCREEN-CUST-ID.  AN
      *    OPEN OR CONFIRMED CASE MAKES THE CUSTOMER ACTIVE; A RELEASE
      *    OF THE SAME NAME AGAINST THE SAME LIST ENTRY CLEARS A HIT.
       2710-SCAN-CUSTOMER-CASES.
           MOVE 'N' TO WS-CASE-ACTIVE-SW
           MOVE 'N' TO WS-CASE-CLEARED-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE SPACES TO SCC-CASE-KEY
           SET SCC-CUSTOMER-SUBJECT TO TRUE
           MOVE WS-SCREEN-CUST-ID TO SCC-SUBJECT-REF (1:8)
           MOVE ZERO TO SCC-HIT-DATE
           MOVE SCC-CASE-KEY (1:23) TO WS-CASE-PREFIX
           START SCREENING-CASE-FILE KEY IS >= SCC-CASE-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2720-SCAN-ONE-CASE UNTIL SCAN-DONE.

       2720-SCAN-ONE-CASE.
           READ SCREENING-CASE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF SCC-CASE-KEY (1:23) NOT = WS-CASE-PREFIX
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF SCC-OPEN OR SCC-CONFIRMED
                       SET CASE-ACTIVE TO TRUE
                   END-IF
                   IF SCC-RELEASED
                       AND SCC-ENTRY-ID = WS-SCR-ENTRY-ID
                       AND SCC-SCREENED-NAME = WS-SCREEN-NAME
                       SET CASE-CLEARED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2730-FREEZE-CUSTOMER-ACCOUNTS.
           MOVE ZERO TO WS-FROZEN-FOR-CASE
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-SCREEN-CUST-ID TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS = ACCT-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2735-FREEZE-OWNED-ACCOUNT UNTIL SCAN-DONE
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-SCREEN-CUST-ID TO OWN-CUST-ID
           START OWNER-XREF-FILE KEY IS = OWN-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2740-FREEZE-JOINT-ACCOUNT UNTIL SCAN-DONE.

       2735-FREEZE-OWNED-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF ACCT-CUST-ID NOT = WS-SCREEN-CUST-ID
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF NOT ACCT-CLOSED
                       MOVE ACCT-ID TO WS-FREEZE-ACCT-ID
                       PERFORM 2750-FREEZE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       2740-FREEZE-JOINT-ACCOUNT.
           READ OWNER-XREF-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF OWN-CUST-ID NOT = WS-SCREEN-CUST-ID
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF OWN-JOINT
                       MOVE OWN-ACCT-ID TO WS-FREEZE-ACCT-ID
                       PERFORM 2750-FREEZE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *    A SANCTIONS FREEZE DISPLACES WHATEVER HOLD THE ACCOUNT HAD;
      *    THE DISPLACED HOLD'S TERMS ARE KEPT ON THE HOLD RECORD SO
      *    THAT SCRNREL CAN PUT THEM BACK WHEN THE CASE IS RELEASED.
       2750-FREEZE-ACCOUNT.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE WS-FREEZE-ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ
           IF HOLD-FOUND
               AND HLD-FULL-FREEZE
               AND HLD-OPERATOR-REF = WS-SANCTIONS-OPERATOR
               CONTINUE
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               IF HOLD-FOUND
                   MOVE HOLD-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE HLD-TYPE TO HLD-PRIOR-TYPE
                   MOVE HLD-AMOUNT TO HLD-PRIOR-AMOUNT
                   MOVE HLD-EFFECTIVE-DATE TO HLD-PRIOR-EFFECTIVE-DATE
                   MOVE HLD-EXPIRY-DATE TO HLD-PRIOR-EXPIRY-DATE
                   MOVE HLD-OPERATOR-REF TO HLD-PRIOR-OPERATOR-REF
               ELSE
                   MOVE SPACE TO HLD-PRIOR-TYPE
                   MOVE ZERO TO HLD-PRIOR-AMOUNT
                   MOVE ZERO TO HLD-PRIOR-EFFECTIVE-DATE
                   MOVE ZERO TO HLD-PRIOR-EXPIRY-DATE
                   MOVE SPACES TO HLD-PRIOR-OPERATOR-REF
               END-IF
               MOVE WS-FREEZE-ACCT-ID TO HLD-ACCT-ID
               SET HLD-FULL-FREEZE TO TRUE
               MOVE ZERO TO HLD-AMOUNT
               MOVE WS-TODAY TO HLD-EFFECTIVE-DATE
               MOVE ZERO TO HLD-EXPIRY-DATE
               MOVE WS-SANCTIONS-OPERATOR TO HLD-OPERATOR-REF
               IF HOLD-FOUND
                   REWRITE HOLD-RECORD
                   MOVE 'C' TO WS-JRN-ACTION
               ELSE
                   WRITE HOLD-RECORD
                   MOVE 'A' TO WS-JRN-ACTION
               END-IF
               MOVE 'HOLDFILE' TO WS-JRN-FILE-ID
               MOVE SPACES TO WS-JRN-RECORD-KEY
               MOVE HLD-ACCT-ID TO WS-JRN-RECORD-KEY
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               MOVE HOLD-RECORD TO WS-JRN-AFTER-IMAGE
               PERFORM 2650-CALL-JOURNAL
               ADD 1 TO WS-FROZEN-FOR-CASE
               ADD 1 TO WS-ACCT-FROZEN-COUNT
           END-IF.

       2760-OPEN-CUSTOMER-CASE.
           MOVE SPACES TO SCREENING-CASE-RECORD
           SET SCC-CUSTOMER-SUBJECT TO TRUE
           MOVE WS-SCREEN-CUST-ID TO SCC-SUBJECT-REF (1:8)
           MOVE WS-TODAY TO SCC-HIT-DATE
           SET SCC-OPEN TO TRUE
           MOVE WS-SCR-LIST-VERSION TO SCC-LIST-VERSION
           MOVE WS-SCR-ENTRY-ID TO SCC-ENTRY-ID
           MOVE WS-SCREEN-NAME TO SCC-SCREENED-NAME
           MOVE WS-SCR-LISTED-NAME TO SCC-LISTED-NAME
           MOVE WS-RUN-JOB-NAME TO SCC-SOURCE-JOB
           MOVE WS-SCREEN-CUST-ID TO SCC-CUST-ID
           MOVE ZERO TO SCC-ACCT-ID
           MOVE ZERO TO SCC-AMOUNT
           MOVE 'N' TO SCC-ITEM-LOADED-SW
           MOVE WS-FROZEN-FOR-CASE TO SCC-FROZEN-COUNT
           MOVE ZERO TO SCC-DECISION-DATE
           WRITE SCREENING-CASE-RECORD
               INVALID KEY
                   REWRITE SCREENING-CASE-RECORD
           END-WRITE
           ADD 1 TO WS-CASE-OPENED-COUNT.

       2800-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-EDIT-DATE NOT NUMERIC
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-REJECT-COUNT.

      *    A SCREENING HIT IS LISTED WITH ITS DISPOSITION BUT IS NOT
      *    A REJECT - THE MAINTENANCE HAS ALREADY BEEN APPLIED.
       2950-WRITE-SCREENING-LINE.
           MOVE SPACES TO WS-EXCEPTION-DETAIL
           MOVE MNT-ACTION TO WS-EXC-ACTION
           MOVE MNT-ENTITY TO WS-EXC-ENTITY
           MOVE MNT-CUST-ID TO WS-EXC-KEY
           MOVE WS-EDIT-REASON TO WS-EXC-REASON
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      *    A HELD LIMIT CHANGE IS LISTED WITH ITS DISPOSITION BUT IS
      *    NOT A REJECT - IT AWAITS A SECOND OPERATOR.
       2960-WRITE-HELD-LINE.
           MOVE SPACES TO WS-EXCEPTION-DETAIL
           MOVE MNT-ACTION TO WS-EXC-ACTION
           MOVE MNT-ENTITY TO WS-EXC-ENTITY
           MOVE MNT-ACCT-ID TO WS-EXC-KEY
           MOVE WS-APR-REASON TO WS-EXC-REASON
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-HELD-COUNT.

       2910-READ-TRAN.
           READ MAINT-TRAN-FILE
               AT END
           CLOSE MAINT-TRAN-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE DUE-DILIGENCE-FILE
           CLOSE OWNER-XREF-FILE
           CLOSE HOLD-FILE
           CLOSE SCREENING-CASE-FILE
           CLOSE EXCEPTION-REPORT
           DISPLAY 'CUSTMNT - TRANSACTIONS READ   : ' WS-TRAN-COUNT
           DISPLAY 'CUSTMNT - CUSTOMERS ADDED     : ' WS-CUST-ADDED
           DISPLAY 'CUSTMNT - CUSTOMERS CHANGED   : ' WS-CUST-CHANGED
           DISPLAY 'CUSTMNT - ACCOUNTS ADDED      : ' WS-ACCT-ADDED
           DISPLAY 'CUSTMNT - ACCOUNTS CHANGED    : ' WS-ACCT-CHANGED
           DISPLAY 'CUSTMNT - TRANSACTIONS REJECTD: ' WS-REJECT-COUNT
           DISPLAY 'CUSTMNT - SANCTIONS HITS      : '
               WS-SCREEN-HIT-COUNT
           DISPLAY 'CUSTMNT - SCREENING CASES OPEN: '
               WS-CASE-OPENED-COUNT
           DISPLAY 'CUSTMNT - ACCOUNTS FROZEN     : '
               WS-ACCT-FROZEN-COUNT
           DISPLAY 'CUSTMNT - HELD FOR APPROVAL   : ' WS-HELD-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
