       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    LOAN BOOKING AND DISBURSEMENT.  READS THE APPROVED LOAN
      *    APPLICATION FILE (APPLICATION REFERENCE, CUSTOMER, NEW
      *    LOAN ACCOUNT ID, PRINCIPAL, ANNUAL RATE, TERM IN MONTHS,
      *    FUNDING CURRENT ACCOUNT, OPERATOR REFERENCE) AND OPENS
      *    EACH LOAN IN ONE STEP: THE LON ACCOUNT IS WRITTEN TO THE
      *    ACCOUNT MASTER WITH A ZERO BALANCE AND TODAY AS ITS OPEN
      *    DATE, ITS FIRST LOAN-TERMS ROW (RATE AND TERM EFFECTIVE
      *    TODAY) IS CARRIED INTO A NEW LOAN-TERMS GENERATION, AND
      *    THE PRINCIPAL IS DISBURSED AS A LINKED DISB DR / DISB CR
      *    PAIR ON THE PAYMENT MASTER - DR ON THE LOAN, CR ON THE
      *    FUNDING ACCOUNT, CONSECUTIVE PAYIDGEN TRANS-IDS, EACH
      *    LEG CARRYING ITS PARTNER IN PAY-ORIG-TRANS-ID THE WAY
      *    XFERGEN LINKS A TRANSFER - SO PAYPOST POSTS THE
      *    DISBURSEMENT BOTH-OR-NEITHER AND THE LOAN BALANCE AND THE
      *    CUSTOMER'S FUNDS MOVE TOGETHER.  NOTHING IS WRITTEN FOR
      *    AN APPLICATION UNTIL BOTH ACCOUNTS PASS THEIR EDITS: THE
      *    CUSTOMER MUST BE ON THE CUSTOMER MASTER AND NOT CLOSED,
      *    MUST NOT BE OVERDUE FOR ITS DUE-DILIGENCE REVIEW ON THE
      *    KYCFILE AND MUST HAVE NO OPEN OR CONFIRMED CASE ON THE
      *    SANCTIONS SCREENING CASE REGISTER, AS CUSTMNT REQUIRES
      *    FOR ANY NEW ACCOUNT;
      *    THE LOAN ACCOUNT ID MUST NOT ALREADY BE ON THE ACCOUNT
      *    MASTER; THE PRINCIPAL AND TERM MUST BE NUMERIC AND
      *    NONZERO AND THE RATE NUMERIC; THE FUNDING ACCOUNT MUST
      *    EXIST, BE A CURRENT ACCOUNT, NOT BE CLOSED AND BELONG TO
      *    THE CUSTOMER (ACCT-CUST-ID OR A ROW ON THE OWNER
      *    CROSS-REFERENCE FILE); AND NEITHER ACCOUNT MAY CARRY A
      *    HOLD THAT PAYPOST WOULD APPLY TO ITS LEG.  THE NEW
      *    LOAN-TERMS GENERATION IS THE OLD ONE COPIED FORWARD WITH
      *    THE NEW ROWS MERGED IN ACCT-ID THEN EFFECTIVE-DATE ORDER,
      *    EXACTLY AS RATEMNT WRITES IT, SO AMORTGEN, INTACCR,
      *    LOANQUOT AND LOANMTRY SEE A PROPERLY OPENED LOAN ONCE
      *    OPERATIONS SWAPS IT IN AFTER A CLEAN RUN.  THE ACCOUNT
      *    ADD AND EVERY LOAN-TERMS ROW ARE JOURNALLED THROUGH THE
      *    SHARED MNTJRNL SUBPROGRAM, EVERY APPLICATION PRINTS ON
      *    THE DISBURSEMENT REGISTER WITH ITS DISPOSITION, AND THE
      *    LEGS ENTERING THE PAYMENT MASTER ARE POSTED TO THE
      *    CONTROL LEDGER FOR PIPERECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPL-FILE ASSIGN TO LOANAPPL
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-OWNR-FS.

           SELECT OPTIONAL DUE-DILIGENCE-FILE ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDR-CUST-ID
               FILE STATUS IS WS-KYC-FS.

           SELECT OPTIONAL SCREENING-CASE-FILE ASSIGN TO SCRNCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCC-CASE-KEY
               FILE STATUS IS WS-SCRN-FS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCT-ID
               FILE STATUS IS WS-HOLD-FS.

           SELECT PAYMENT-MASTER ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-TRANS-ID
               ALTERNATE RECORD KEY IS PAY-ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-PAY-FS.

           SELECT LOAN-TERMS-FILE ASSIGN TO LOANTERM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LONO-FS.

           SELECT NEW-LOAN-TERMS-FILE ASSIGN TO LOANTRMN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DISBURSE-REGISTER ASSIGN TO LOANRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPL-FILE
           RECORDING MODE IS F.
       01  LOAN-APPL-RECORD.
           05 LBA-APPL-REF            PIC X(12).
           05 LBA-CUST-ID             PIC X(8).
           05 LBA-LOAN-ACCT-ID        PIC X(10).
           05 LBA-AMOUNT              PIC 9(9)V99.
           05 LBA-AMOUNT-X REDEFINES LBA-AMOUNT
                                      PIC X(11).
           05 LBA-ANNUAL-RATE         PIC 9V9(6).
           05 LBA-RATE-X REDEFINES LBA-ANNUAL-RATE
                                      PIC X(7).
           05 LBA-TERM-MONTHS         PIC 9(3).
           05 LBA-TERM-X REDEFINES LBA-TERM-MONTHS
                                      PIC X(3).
           05 LBA-FUND-ACCT-ID        PIC X(10).
           05 LBA-OPERATOR-REF        PIC X(12).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-RECORD.

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  OWNER-XREF-FILE
           RECORDING MODE IS F.
       01  OWNER-XREF-RECORD.
           COPY OWNER-XREF-RECORD.

       FD  DUE-DILIGENCE-FILE
           RECORDING MODE IS F.
       01  DUE-DILIGENCE-RECORD.
           COPY DUE-DILIGENCE-RECORD.

       FD  SCREENING-CASE-FILE
           RECORDING MODE IS F.
       01  SCREENING-CASE-RECORD.
           COPY SCREENING-CASE-RECORD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLD-RECORD.

       FD  PAYMENT-MASTER
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  LOAN-TERMS-FILE
           RECORDING MODE IS F.
       01  LOAN-TERMS-RECORD.
           COPY LOAN-TERMS-RECORD.

       FD  NEW-LOAN-TERMS-FILE
           RECORDING MODE IS F.
       01  NEW-LOAN-TERMS-RECORD.
           05 NLT-ACCT-ID             PIC 9(10).
           05 NLT-ANNUAL-RATE         PIC 9V9(6) COMP-3.
           05 NLT-TERM-MONTHS         PIC 9(3).
           05 NLT-EFFECTIVE-DATE      PIC 9(8).

       FD  DISBURSE-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'LOANBOOK'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-CUST-FS                  PIC XX VALUE SPACES.
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-OWNR-FS                  PIC XX VALUE SPACES.
       01  WS-KYC-FS                   PIC XX VALUE SPACES.
       01  WS-SCRN-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.
       01  WS-LONO-FS                  PIC XX VALUE SPACES.
           88 WS-LONO-MISSING          VALUE '35'.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-OWNER-FOUND-SW       PIC X VALUE 'N'.
              88 OWNER-FOUND          VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.
           05 WS-OLD-EOF              PIC X VALUE 'N'.
              88 OLD-EOF              VALUE 'Y'.
           05 WS-ADD-PICKED-SW        PIC X VALUE 'N'.
              88 ADD-PICKED           VALUE 'Y'.
           05 WS-CASE-ACTIVE-SW       PIC X VALUE 'N'.
              88 CASE-ACTIVE          VALUE 'Y'.
           05 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE            VALUE 'Y'.

       01  WS-CASE-PREFIX              PIC X(23) VALUE SPACES.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-HOLD-CHECK.
           05 WS-HC-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 WS-HC-DEBIT-SW          PIC X VALUE 'N'.

       01  WS-FUND-CUST-ID             PIC 9(8) VALUE ZERO.
       01  WS-DEBIT-TRANS-ID           PIC 9(12) VALUE ZERO.
       01  WS-CREDIT-TRANS-ID          PIC 9(12) VALUE ZERO.
       01  WS-IDGEN-JOB-NAME           PIC X(8) VALUE 'LOANBOOK'.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

      *    NEW LOAN-TERMS ROWS ARE HELD HERE UNTIL END OF RUN AND
      *    MERGED INTO THE NEW GENERATION IN ONE PASS, AS RATEMNT
      *    DOES.  AN APPLICATION THAT WOULD OVERFILL THE TABLE IS
      *    REFUSED BEFORE ANYTHING IS WRITTEN FOR IT.
       01  WS-LON-TABLE.
           05 WS-LON-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-LON-ENTRY OCCURS 200 TIMES.
              10 WS-LON-ACCT-ID      PIC 9(10).
              10 WS-LON-EFFECTIVE    PIC 9(8).
              10 WS-LON-RATE         PIC 9V9(6) COMP-3.
              10 WS-LON-TERM         PIC 9(3).
              10 WS-LON-OPERATOR-REF PIC X(12).
              10 WS-LON-USED-SW      PIC X.
       01  WS-LON-MAX                  PIC 9(3) VALUE 200.
       01  WS-LON-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-LON-PICK                 PIC 9(3) VALUE ZERO.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE SPACES.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'LOANBOOK'.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-BOOKED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-TERMS-WRITTEN        PIC 9(7) VALUE ZERO.
       01  WS-BOOKED-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-SOURCE-ID        PIC X(8) VALUE 'DISBURSE'.
           05 WS-LDG-ITEM-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LDG-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-APPL-REF          PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-LOAN-ACCT         PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-FUND-ACCT         PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-AMOUNT            PIC -(7)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-APPLICATION UNTIL TRAN-EOF
           PERFORM 3200-MERGE-LOAN-TABLE
           PERFORM 3600-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'LOANBOOK - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  LOAN-APPL-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN I-O    ACCOUNT-MASTER
           OPEN INPUT  OWNER-XREF-FILE
           OPEN INPUT  DUE-DILIGENCE-FILE
           OPEN INPUT  SCREENING-CASE-FILE
           OPEN INPUT  HOLD-FILE
           OPEN I-O    PAYMENT-MASTER
           OPEN OUTPUT DISBURSE-REGISTER
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-APPLICATION.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           PERFORM 2100-EDIT-APPLICATION
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2200-BOOK-LOAN
           END-IF
           PERFORM 2800-WRITE-REGISTER-LINE
           PERFORM 2910-READ-TRAN.

       2100-EDIT-APPLICATION.
           IF LBA-APPL-REF = SPACES
               MOVE 'APPLICATION REF MISSING' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (LBA-CUST-ID NOT NUMERIC
                   OR LBA-CUST-ID = '00000000')
               MOVE 'CUSTOMER ID NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE LBA-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       IF CUST-CLOSED
                           MOVE 'CUSTOMER IS CLOSED'
                               TO WS-EDIT-REASON
                           SET EDIT-FAILED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2160-CHECK-COMPLIANCE
           END-IF
           IF NOT EDIT-FAILED
               AND (LBA-AMOUNT-X NOT NUMERIC
                   OR LBA-AMOUNT = ZERO)
               MOVE 'PRINCIPAL NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (LBA-RATE-X NOT NUMERIC
                   OR LBA-TERM-X NOT NUMERIC
                   OR LBA-TERM-MONTHS = ZERO)
               MOVE 'LOAN RATE/TERM NOT NUMERIC' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2110-EDIT-LOAN-ACCOUNT
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2120-EDIT-FUNDING-ACCOUNT
           END-IF
           IF NOT EDIT-FAILED
               AND WS-LON-COUNT NOT < WS-LON-MAX
               MOVE 'LOAN TERMS TABLE FULL' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF.

       2110-EDIT-LOAN-ACCOUNT.
           IF LBA-LOAN-ACCT-ID NOT NUMERIC
               OR LBA-LOAN-ACCT-ID = '0000000000'
               MOVE 'LOAN ACCT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE LBA-LOAN-ACCT-ID TO ACCT-ID
               PERFORM 2150-LOCATE-ACCOUNT
               IF ACCT-FOUND
                   MOVE 'LOAN ACCT ALREADY ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               MOVE LBA-LOAN-ACCT-ID TO WS-HC-ACCT-ID
               MOVE 'Y' TO WS-HC-DEBIT-SW
               PERFORM 2140-CHECK-HOLD
           END-IF.

       2120-EDIT-FUNDING-ACCOUNT.
           IF LBA-FUND-ACCT-ID NOT NUMERIC
               OR LBA-FUND-ACCT-ID = '0000000000'
               MOVE 'FUND ACCT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND LBA-FUND-ACCT-ID = LBA-LOAN-ACCT-ID
               MOVE 'LOAN AND FUND ACCTS EQUAL' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE LBA-FUND-ACCT-ID TO ACCT-ID
               PERFORM 2150-LOCATE-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT ACCT-FOUND
                       MOVE 'FUND ACCT NOT ON FILE' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN NOT ACCT-CURRENT
                       MOVE 'FUND ACCT IS NOT CURRENT'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN ACCT-CLOSED
                       MOVE 'FUND ACCT IS CLOSED' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN OTHER
                       MOVE ACCT-CUST-ID TO WS-FUND-CUST-ID
               END-EVALUATE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2130-CHECK-OWNERSHIP
               IF NOT OWNER-FOUND
                   MOVE 'FUND ACCT NOT CUSTOMER OWNED'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               MOVE LBA-FUND-ACCT-ID TO WS-HC-ACCT-ID
               MOVE 'N' TO WS-HC-DEBIT-SW
               PERFORM 2140-CHECK-HOLD
           END-IF.

      *    THE OWNER OF RECORD IS ACCT-CUST-ID; A JOINT OWNER IS
      *    RECOGNISED THROUGH ITS ROW ON THE OWNER CROSS-REFERENCE.
       2130-CHECK-OWNERSHIP.
           MOVE 'N' TO WS-OWNER-FOUND-SW
           IF WS-FUND-CUST-ID = CUST-ID
               SET OWNER-FOUND TO TRUE
           ELSE
               MOVE LBA-FUND-ACCT-ID TO OWN-ACCT-ID
               MOVE CUST-ID TO OWN-CUST-ID
               READ OWNER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OWNER-FOUND TO TRUE
               END-READ
           END-IF.

      *    THE SAME HOLD RULES PAYPOST APPLIES TO A PAIR LEG, SO A
      *    DISBURSEMENT BOOKED HERE IS NEVER EXCEPTIONED AT POSTING
      *    FOR A HOLD THAT WAS ALREADY IN FORCE.
       2140-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE WS-HC-ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ
           IF HOLD-FOUND
               AND HLD-EFFECTIVE-DATE <= WS-TODAY
               AND (HLD-EXPIRY-DATE = ZERO
                   OR HLD-EXPIRY-DATE >= WS-TODAY)
               EVALUATE TRUE
                   WHEN HLD-FULL-FREEZE
                       MOVE 'ACCOUNT FROZEN' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN HLD-DEBIT-BLOCK
                       AND WS-HC-DEBIT-SW = 'Y'
                       MOVE 'DEBIT BLOCKED' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN HLD-STOP-AMOUNT
                       AND LBA-AMOUNT = HLD-AMOUNT
                       MOVE 'STOP PAYMENT' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
               END-EVALUATE
           END-IF.

       2150-LOCATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.

      *    THE SAME COMPLIANCE REFUSALS CUSTMNT APPLIES TO A NEW
      *    ACCOUNT: AN OVERDUE DUE-DILIGENCE REVIEW (A CUSTOMER WITH
      *    NO KYCFILE RECORD IS NOT HELD UP) OR AN OPEN OR CONFIRMED
      *    SANCTIONS CASE.
       2160-CHECK-COMPLIANCE.
           MOVE CUST-ID TO DDR-CUST-ID
           READ DUE-DILIGENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DDR-NEXT-REVIEW-DATE < WS-TODAY
                       MOVE 'OWNER KYC REVIEW OVERDUE'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   END-IF
           END-READ
           IF NOT EDIT-FAILED
               PERFORM 2170-SCAN-CUSTOMER-CASES
               IF CASE-ACTIVE
                   MOVE 'OWNER UNDER SANCTIONS REVIEW'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       2170-SCAN-CUSTOMER-CASES.
           MOVE 'N' TO WS-CASE-ACTIVE-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE SPACES TO SCC-CASE-KEY
           SET SCC-CUSTOMER-SUBJECT TO TRUE
           MOVE CUST-ID TO SCC-SUBJECT-REF (1:8)
           MOVE ZERO TO SCC-HIT-DATE
           MOVE SCC-CASE-KEY (1:23) TO WS-CASE-PREFIX
           START SCREENING-CASE-FILE KEY IS >= SCC-CASE-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2175-SCAN-ONE-CASE UNTIL SCAN-DONE.

       2175-SCAN-ONE-CASE.
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
               END-IF
           END-IF.

       2200-BOOK-LOAN.
           PERFORM 2210-ADD-LOAN-ACCOUNT
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2220-STORE-LOAN-TERMS
               PERFORM 2230-GENERATE-DISBURSEMENT
               ADD 1 TO WS-BOOKED-COUNT
               ADD LBA-AMOUNT TO WS-BOOKED-TOTAL
               MOVE 'BOOKED - DISBURSEMENT READY'
                   TO WS-REG-DISPOSITION
           END-IF.

       2210-ADD-LOAN-ACCOUNT.
           MOVE LBA-LOAN-ACCT-ID TO ACCT-ID
           MOVE LBA-CUST-ID TO ACCT-CUST-ID
           MOVE 'LON' TO ACCT-TYPE
           SET ACCT-ACTIVE TO TRUE
           MOVE ZERO TO ACCT-BALANCE
           MOVE ZERO TO ACCT-LIMIT
           MOVE WS-TODAY TO ACCT-OPEN-DATE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'LOAN ACCT WRITE FAILED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
           END-WRITE
           IF NOT EDIT-FAILED
               MOVE 'ACCTMSTR' TO WS-JRN-FILE-ID
               MOVE 'A' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-RECORD-KEY
               MOVE ACCT-ID TO WS-JRN-RECORD-KEY
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               MOVE ACCOUNT-RECORD TO WS-JRN-AFTER-IMAGE
               MOVE LBA-OPERATOR-REF TO WS-JRN-OPERATOR-REF
               PERFORM 3800-CALL-JOURNAL
           END-IF.

       2220-STORE-LOAN-TERMS.
           ADD 1 TO WS-LON-COUNT
           MOVE LBA-LOAN-ACCT-ID TO WS-LON-ACCT-ID (WS-LON-COUNT)
           MOVE WS-TODAY TO WS-LON-EFFECTIVE (WS-LON-COUNT)
           MOVE LBA-ANNUAL-RATE TO WS-LON-RATE (WS-LON-COUNT)
           MOVE LBA-TERM-MONTHS TO WS-LON-TERM (WS-LON-COUNT)
           MOVE LBA-OPERATOR-REF TO WS-LON-OPERATOR-REF (WS-LON-COUNT)
           MOVE 'N' TO WS-LON-USED-SW (WS-LON-COUNT).

      *    THE DEBIT LEG IS WRITTEN UNDER THE LOWER OF THE TWO
      *    CONSECUTIVE IDS SO PAYPOST SEES IT FIRST AND ITS PARTNER
      *    IMMEDIATELY AFTER, AS FOR AN XFERGEN TRANSFER.
       2230-GENERATE-DISBURSEMENT.
           CALL 'PAYIDGEN' USING WS-DEBIT-TRANS-ID WS-IDGEN-JOB-NAME
           CALL 'PAYIDGEN' USING WS-CREDIT-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-DEBIT-TRANS-ID TO PAY-TRANS-ID
           MOVE LBA-CUST-ID TO PAY-CUST-ID
           MOVE LBA-LOAN-ACCT-ID TO PAY-ACCT-ID
           MOVE LBA-AMOUNT TO PAY-AMOUNT
           SET PAY-DISB-DEBIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-CREDIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           MOVE WS-CREDIT-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-FUND-CUST-ID TO PAY-CUST-ID
           MOVE LBA-FUND-ACCT-ID TO PAY-ACCT-ID
           MOVE LBA-AMOUNT TO PAY-AMOUNT
           SET PAY-DISB-CREDIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-DEBIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD.

       2800-WRITE-REGISTER-LINE.
           MOVE LBA-APPL-REF TO WS-REG-APPL-REF
           MOVE LBA-LOAN-ACCT-ID TO WS-REG-LOAN-ACCT
           MOVE LBA-FUND-ACCT-ID TO WS-REG-FUND-ACCT
           IF LBA-AMOUNT-X NUMERIC
               MOVE LBA-AMOUNT TO WS-REG-AMOUNT
           ELSE
               MOVE ZERO TO WS-REG-AMOUNT
           END-IF
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-TRAN.
           READ LOAN-APPL-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

      *    THE OLD GENERATION IS ALWAYS COPIED FORWARD, EVEN WHEN NO
      *    LOAN WAS BOOKED, SO THE NEW GENERATION CAN BE SWAPPED IN
      *    AFTER EVERY CLEAN RUN.  A NEW ROW WHOSE ACCT-ID AND
      *    EFFECTIVE DATE MATCH ONE ALREADY ON FILE REPLACES IT.
       3200-MERGE-LOAN-TABLE.
           MOVE 'N' TO WS-OLD-EOF
           SET ADD-PICKED TO TRUE
           OPEN INPUT LOAN-TERMS-FILE
           IF WS-LONO-MISSING
               SET OLD-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-LOAN-TERMS-FILE
           IF NOT OLD-EOF
               PERFORM 3290-READ-OLD-LOAN
           END-IF
           PERFORM 3210-MERGE-ONE-LOAN
               UNTIL OLD-EOF AND NOT ADD-PICKED
           CLOSE LOAN-TERMS-FILE
           CLOSE NEW-LOAN-TERMS-FILE.

       3210-MERGE-ONE-LOAN.
           PERFORM 3220-PICK-NEXT-LOAN-ADD
           EVALUATE TRUE
               WHEN ADD-PICKED
                   AND NOT OLD-EOF
                   AND WS-LON-ACCT-ID (WS-LON-PICK) = LNT-ACCT-ID
                   AND WS-LON-EFFECTIVE (WS-LON-PICK)
                       = LNT-EFFECTIVE-DATE
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE LOAN-TERMS-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE 'C' TO WS-JRN-ACTION
                   PERFORM 3230-WRITE-LOAN-ADD
                   PERFORM 3290-READ-OLD-LOAN
               WHEN ADD-PICKED
                   AND (OLD-EOF
                       OR WS-LON-ACCT-ID (WS-LON-PICK) < LNT-ACCT-ID
                       OR (WS-LON-ACCT-ID (WS-LON-PICK) = LNT-ACCT-ID
                           AND WS-LON-EFFECTIVE (WS-LON-PICK)
                               < LNT-EFFECTIVE-DATE))
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE 'A' TO WS-JRN-ACTION
                   PERFORM 3230-WRITE-LOAN-ADD
               WHEN NOT OLD-EOF
                   MOVE LNT-ACCT-ID TO NLT-ACCT-ID
                   MOVE LNT-ANNUAL-RATE TO NLT-ANNUAL-RATE
                   MOVE LNT-TERM-MONTHS TO NLT-TERM-MONTHS
                   MOVE LNT-EFFECTIVE-DATE TO NLT-EFFECTIVE-DATE
                   WRITE NEW-LOAN-TERMS-RECORD
                   PERFORM 3290-READ-OLD-LOAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3220-PICK-NEXT-LOAN-ADD.
           MOVE 'N' TO WS-ADD-PICKED-SW
           MOVE ZERO TO WS-LON-PICK
           PERFORM VARYING WS-LON-SUB FROM 1 BY 1
               UNTIL WS-LON-SUB > WS-LON-COUNT
               IF WS-LON-USED-SW (WS-LON-SUB) = 'N'
                   IF NOT ADD-PICKED
                       MOVE WS-LON-SUB TO WS-LON-PICK
                       SET ADD-PICKED TO TRUE
                   ELSE
                       IF WS-LON-ACCT-ID (WS-LON-SUB)
                           < WS-LON-ACCT-ID (WS-LON-PICK)
                           OR (WS-LON-ACCT-ID (WS-LON-SUB)
                               = WS-LON-ACCT-ID (WS-LON-PICK)
                               AND WS-LON-EFFECTIVE (WS-LON-SUB)
                                   < WS-LON-EFFECTIVE (WS-LON-PICK))
                           MOVE WS-LON-SUB TO WS-LON-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3230-WRITE-LOAN-ADD.
           MOVE WS-LON-ACCT-ID (WS-LON-PICK) TO NLT-ACCT-ID
           MOVE WS-LON-RATE (WS-LON-PICK) TO NLT-ANNUAL-RATE
           MOVE WS-LON-TERM (WS-LON-PICK) TO NLT-TERM-MONTHS
           MOVE WS-LON-EFFECTIVE (WS-LON-PICK) TO NLT-EFFECTIVE-DATE
           WRITE NEW-LOAN-TERMS-RECORD
           MOVE 'Y' TO WS-LON-USED-SW (WS-LON-PICK)
           ADD 1 TO WS-TERMS-WRITTEN
           MOVE 'LOANTERM' TO WS-JRN-FILE-ID
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE NLT-ACCT-ID TO WS-JRN-RECORD-KEY (1:10)
           MOVE NLT-EFFECTIVE-DATE TO WS-JRN-RECORD-KEY (11:8)
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE NEW-LOAN-TERMS-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE WS-LON-OPERATOR-REF (WS-LON-PICK)
               TO WS-JRN-OPERATOR-REF
           PERFORM 3800-CALL-JOURNAL.

       3290-READ-OLD-LOAN.
           READ LOAN-TERMS-FILE
               AT END
                   SET OLD-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

      *    BOTH LEGS OF EVERY DISBURSEMENT ENTER THE PAYMENT MASTER,
      *    SO THE LEDGER LEG CARRIES TWICE THE LOAN COUNT AND TWICE
      *    THE PRINCIPAL BOOKED.
       3600-FINALIZE.
           COMPUTE WS-LDG-ITEM-COUNT = WS-BOOKED-COUNT * 2
           COMPUTE WS-LDG-AMOUNT-TOTAL = WS-BOOKED-TOTAL * 2
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-TODAY
               WS-LDG-SOURCE-ID WS-LDG-ITEM-COUNT
               WS-LDG-AMOUNT-TOTAL
           CLOSE LOAN-APPL-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE OWNER-XREF-FILE
           CLOSE DUE-DILIGENCE-FILE
           CLOSE SCREENING-CASE-FILE
           CLOSE HOLD-FILE
           CLOSE PAYMENT-MASTER
           CLOSE DISBURSE-REGISTER
           DISPLAY 'LOANBOOK - APPLICATIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'LOANBOOK - LOANS BOOKED      : ' WS-BOOKED-COUNT
           DISPLAY 'LOANBOOK - APPLICATIONS REJD : ' WS-REJECT-COUNT
           DISPLAY 'LOANBOOK - TERMS ROWS WRITTEN: ' WS-TERMS-WRITTEN.

       3800-CALL-JOURNAL.
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
