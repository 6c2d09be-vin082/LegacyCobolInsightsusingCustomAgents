       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDEPOPEN.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    FIXED-TERM DEPOSIT OPENING.  READS THE TERM-DEPOSIT
      *    APPLICATION FILE (APPLICATION REFERENCE, CUSTOMER, NEW
      *    DEPOSIT ACCOUNT ID, PRINCIPAL, TERM IN MONTHS, MATURITY
      *    INSTRUCTION, FUNDING CURRENT ACCOUNT, PAYOUT CURRENT
      *    ACCOUNT, OPERATOR REFERENCE) AND OPENS EACH DEPOSIT IN ONE
      *    STEP: THE TRM ACCOUNT IS WRITTEN TO THE ACCOUNT MASTER
      *    WITH A ZERO BALANCE AND TODAY AS ITS OPEN DATE; ITS TERM
      *    RECORD IS WRITTEN TO THE TERM-DEPOSIT FILE WITH THE TERM,
      *    TODAY AS START DATE, THE MATURITY DATE (START PLUS THE
      *    TERM IN CALENDAR MONTHS, PULLED BACK TO MONTH END WHERE
      *    THE DAY DOES NOT EXIST) AND THE CONTRACT RATE - THE
      *    TERM-RATE ROW IN FORCE TODAY FOR THAT TERM, FIXED FOR THE
      *    LIFE OF THE TERM; AND THE PRINCIPAL IS MOVED IN AS A
      *    LINKED XFER DR / XFER CR PAIR ON THE PAYMENT MASTER - DR
      *    ON THE FUNDING ACCOUNT, CR ON THE DEPOSIT - SO PAYPOST
      *    POSTS THE FUNDING BOTH-OR-NEITHER.  THE INSTRUCTION IS R
      *    (ROLL OVER AT MATURITY FOR ANOTHER TERM) OR P (PAY
      *    PRINCIPAL AND INTEREST TO THE PAYOUT ACCOUNT AND CLOSE);
      *    TDEPMTRY CARRIES IT OUT.  A BLANK PAYOUT ACCOUNT DEFAULTS
      *    TO THE FUNDING ACCOUNT, WHICH IS ALSO WHERE AN EARLY BREAK
      *    OF A ROLLOVER DEPOSIT IS PAID.  NOTHING IS WRITTEN FOR AN
      *    APPLICATION UNTIL IT PASSES EVERY EDIT: THE CUSTOMER MUST
      *    BE ON FILE AND NOT CLOSED, MUST NOT BE OVERDUE FOR ITS
      *    DUE-DILIGENCE REVIEW ON THE KYCFILE AND MUST HAVE NO OPEN
      *    OR CONFIRMED CASE ON THE SANCTIONS SCREENING CASE
      *    REGISTER, AS CUSTMNT REQUIRES FOR ANY NEW ACCOUNT; THE
      *    DEPOSIT ACCOUNT ID MUST NOT ALREADY BE ON THE ACCOUNT MASTER;
      *    THE PRINCIPAL AND TERM MUST BE NUMERIC AND NONZERO AND A RATE
      *    MUST BE IN FORCE FOR THE TERM; THE FUNDING AND PAYOUT
      *    ACCOUNTS MUST EXIST, BE CURRENT ACCOUNTS, NOT BE CLOSED AND
      *    BELONG TO THE CUSTOMER (ACCT-CUST-ID OR A ROW ON THE OWNER
      *    CROSS-REFERENCE FILE); AND THE FUNDING ACCOUNT MAY NOT CARRY
      *    A HOLD THAT PAYPOST WOULD APPLY TO ITS DEBIT LEG.
      *    THE ACCOUNT AND TERM RECORD ADDS ARE JOURNALLED THROUGH
      *    THE SHARED MNTJRNL SUBPROGRAM, EVERY APPLICATION PRINTS ON
      *    THE OPENING REGISTER WITH ITS DISPOSITION, AND THE LEGS
      *    ENTERING THE PAYMENT MASTER ARE POSTED TO THE CONTROL
      *    LEDGER FOR PIPERECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDEP-APPL-FILE ASSIGN TO TDEPAPPL
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERM-RATE-FILE ASSIGN TO TERMRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRMR-FS.

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

           SELECT TERM-DEPOSIT-FILE ASSIGN TO TDEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDP-ACCT-ID
               FILE STATUS IS WS-TDEP-FS.

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

           SELECT OPENING-REGISTER ASSIGN TO TDEPORPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TDEP-APPL-FILE
           RECORDING MODE IS F.
       01  TDEP-APPL-RECORD.
           05 TDA-APPL-REF            PIC X(12).
           05 TDA-CUST-ID             PIC X(8).
           05 TDA-DEP-ACCT-ID         PIC X(10).
           05 TDA-AMOUNT              PIC 9(9)V99.
           05 TDA-AMOUNT-X REDEFINES TDA-AMOUNT
                                      PIC X(11).
           05 TDA-TERM-MONTHS         PIC 9(3).
           05 TDA-TERM-X REDEFINES TDA-TERM-MONTHS
                                      PIC X(3).
           05 TDA-INSTRUCTION         PIC X.
              88 TDA-ROLLOVER         VALUE 'R'.
              88 TDA-PAYOUT           VALUE 'P'.
           05 TDA-FUND-ACCT-ID        PIC X(10).
           05 TDA-PAYOUT-ACCT-ID      PIC X(10).
           05 TDA-OPERATOR-REF        PIC X(12).

       FD  TERM-RATE-FILE
           RECORDING MODE IS F.
       01  TERM-RATE-RECORD.
           COPY TERM-RATE-RECORD.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-RECORD.

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  TERM-DEPOSIT-FILE
           RECORDING MODE IS F.
       01  TERM-DEPOSIT-RECORD.
           COPY TERM-DEPOSIT-RECORD.

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

       FD  OPENING-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'TDEPOPEN'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-TRMR-FS                  PIC XX VALUE SPACES.
           88 WS-TRMR-MISSING          VALUE '35'.
       01  WS-CUST-FS                  PIC XX VALUE SPACES.
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-TDEP-FS                  PIC XX VALUE SPACES.
       01  WS-OWNR-FS                  PIC XX VALUE SPACES.
       01  WS-KYC-FS                   PIC XX VALUE SPACES.
       01  WS-SCRN-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-RATE-EOF             PIC X VALUE 'N'.
              88 RATE-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-OWNER-FOUND-SW       PIC X VALUE 'N'.
              88 OWNER-FOUND          VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.
           05 WS-TERM-MATCHED-SW      PIC X VALUE 'N'.
              88 TERM-MATCHED         VALUE 'Y'.
           05 WS-CASE-ACTIVE-SW       PIC X VALUE 'N'.
              88 CASE-ACTIVE          VALUE 'Y'.
           05 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE            VALUE 'Y'.

       01  WS-CASE-PREFIX              PIC X(23) VALUE SPACES.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-HOLD-CHECK.
           05 WS-HC-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 WS-HC-DEBIT-SW          PIC X VALUE 'N'.

       01  WS-OWNER-CHECK-ACCT-ID      PIC 9(10) VALUE ZERO.
       01  WS-ACCT-OWNER-ID            PIC 9(8) VALUE ZERO.
       01  WS-FUND-CUST-ID             PIC 9(8) VALUE ZERO.
       01  WS-PAYOUT-ACCT-ID           PIC 9(10) VALUE ZERO.
       01  WS-CONTRACT-RATE            PIC 9V9(6) COMP-3 VALUE ZERO.
       01  WS-DEBIT-TRANS-ID           PIC 9(12) VALUE ZERO.
       01  WS-CREDIT-TRANS-ID          PIC 9(12) VALUE ZERO.
       01  WS-IDGEN-JOB-NAME           PIC X(8) VALUE 'TDEPOPEN'.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

      *    THE MATURITY DATE IS WORKED OUT ON THE CALENDAR, NOT BY A
      *    DAY COUNT: THE TERM IS ADDED TO THE MONTH, AND A START DAY
      *    THE TARGET MONTH DOES NOT HAVE FALLS BACK TO ITS LAST DAY.
       01  WS-MATURITY-WORK.
           05 WS-MAT-DATE.
              10 WS-MAT-YEAR          PIC 9(4).
              10 WS-MAT-MONTH         PIC 9(2).
              10 WS-MAT-DAY           PIC 9(2).
           05 WS-MAT-DATE-N REDEFINES WS-MAT-DATE
                                      PIC 9(8).
           05 WS-MAT-MONTH-INDEX      PIC 9(5) VALUE ZERO.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(2) VALUE ZERO.

      *    THE TERM-RATE TABLE IN FORCE TODAY: PER TERM, THE ROW WITH
      *    THE LATEST EFFECTIVE DATE AT OR BEFORE TODAY.
       01  WS-TERM-TABLE.
           05 WS-TERM-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-TERM-ENTRY OCCURS 50 TIMES.
              10 WS-TERM-MONTHS      PIC 9(3).
              10 WS-TERM-RATE        PIC 9V9(6) COMP-3.
              10 WS-TERM-EFFECTIVE   PIC 9(8).
       01  WS-TERM-SUB                 PIC 9(2) VALUE ZERO.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE SPACES.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'TDEPOPEN'.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-OPENED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-OPENED-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-SOURCE-ID        PIC X(8) VALUE 'TERMDEP '.
           05 WS-LDG-ITEM-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LDG-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-APPL-REF          PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-DEP-ACCT          PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-MATURITY          PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-AMOUNT            PIC -(7)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-APPLICATION UNTIL TRAN-EOF
           PERFORM 3600-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'TDEPOPEN - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           PERFORM 1100-LOAD-TERM-RATES
           OPEN INPUT  TDEP-APPL-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN I-O    ACCOUNT-MASTER
           OPEN I-O    TERM-DEPOSIT-FILE
           OPEN INPUT  OWNER-XREF-FILE
           OPEN INPUT  DUE-DILIGENCE-FILE
           OPEN INPUT  SCREENING-CASE-FILE
           OPEN INPUT  HOLD-FILE
           OPEN I-O    PAYMENT-MASTER
           OPEN OUTPUT OPENING-REGISTER
           PERFORM 2910-READ-TRAN.

       1100-LOAD-TERM-RATES.
           OPEN INPUT TERM-RATE-FILE
           IF WS-TRMR-MISSING
               SET RATE-EOF TO TRUE
           ELSE
               PERFORM 1190-READ-TERM-RATE
           END-IF
           PERFORM 1120-APPLY-TERM-RATE UNTIL RATE-EOF
           CLOSE TERM-RATE-FILE.

       1120-APPLY-TERM-RATE.
           IF TRT-EFFECTIVE-DATE <= WS-TODAY
               PERFORM 1130-STORE-IN-FORCE-RATE
           END-IF
           PERFORM 1190-READ-TERM-RATE.

       1130-STORE-IN-FORCE-RATE.
           MOVE 'N' TO WS-TERM-MATCHED-SW
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               OR TERM-MATCHED
               IF WS-TERM-MONTHS (WS-TERM-SUB) = TRT-TERM-MONTHS
                   SET TERM-MATCHED TO TRUE
                   IF TRT-EFFECTIVE-DATE >=
                           WS-TERM-EFFECTIVE (WS-TERM-SUB)
                       MOVE TRT-ANNUAL-RATE
                           TO WS-TERM-RATE (WS-TERM-SUB)
                       MOVE TRT-EFFECTIVE-DATE
                           TO WS-TERM-EFFECTIVE (WS-TERM-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT TERM-MATCHED
               IF WS-TERM-COUNT < 50
                   ADD 1 TO WS-TERM-COUNT
                   MOVE TRT-TERM-MONTHS
                       TO WS-TERM-MONTHS (WS-TERM-COUNT)
                   MOVE TRT-ANNUAL-RATE TO WS-TERM-RATE (WS-TERM-COUNT)
                   MOVE TRT-EFFECTIVE-DATE
                       TO WS-TERM-EFFECTIVE (WS-TERM-COUNT)
               ELSE
                   DISPLAY 'TDEPOPEN - TERM RATE TABLE FULL AT 50, '
                       'TERM DROPPED FROM THIS RUN'
               END-IF
           END-IF.

       1190-READ-TERM-RATE.
           READ TERM-RATE-FILE
               AT END
                   SET RATE-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       2000-PROCESS-APPLICATION.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE SPACES TO WS-REG-MATURITY
           PERFORM 2100-EDIT-APPLICATION
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2200-OPEN-DEPOSIT
           END-IF
           PERFORM 2800-WRITE-REGISTER-LINE
           PERFORM 2910-READ-TRAN.

       2100-EDIT-APPLICATION.
           IF TDA-APPL-REF = SPACES
               MOVE 'APPLICATION REF MISSING' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (TDA-CUST-ID NOT NUMERIC
                   OR TDA-CUST-ID = '00000000')
               MOVE 'CUSTOMER ID NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDA-CUST-ID TO CUST-ID
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
               AND (TDA-AMOUNT-X NOT NUMERIC
                   OR TDA-AMOUNT = ZERO)
               MOVE 'PRINCIPAL NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (TDA-TERM-X NOT NUMERIC
                   OR TDA-TERM-MONTHS = ZERO)
               MOVE 'TERM MONTHS NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND NOT TDA-ROLLOVER AND NOT TDA-PAYOUT
               MOVE 'INSTRUCTION NOT R/P' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2105-FIND-CONTRACT-RATE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2110-EDIT-DEPOSIT-ACCOUNT
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2120-EDIT-FUNDING-ACCOUNT
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2125-EDIT-PAYOUT-ACCOUNT
           END-IF.

       2105-FIND-CONTRACT-RATE.
           MOVE 'N' TO WS-TERM-MATCHED-SW
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               OR TERM-MATCHED
               IF WS-TERM-MONTHS (WS-TERM-SUB) = TDA-TERM-MONTHS
                   SET TERM-MATCHED TO TRUE
                   MOVE WS-TERM-RATE (WS-TERM-SUB) TO WS-CONTRACT-RATE
               END-IF
           END-PERFORM
           IF NOT TERM-MATCHED
               MOVE 'NO RATE IN FORCE FOR TERM' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF.

       2110-EDIT-DEPOSIT-ACCOUNT.
           IF TDA-DEP-ACCT-ID NOT NUMERIC
               OR TDA-DEP-ACCT-ID = '0000000000'
               MOVE 'DEP ACCT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDA-DEP-ACCT-ID TO ACCT-ID
               PERFORM 2150-LOCATE-ACCOUNT
               IF ACCT-FOUND
                   MOVE 'DEP ACCT ALREADY ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDA-DEP-ACCT-ID TO TDP-ACCT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'TERM RECORD ALREADY ON FILE'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
               END-READ
           END-IF.

       2120-EDIT-FUNDING-ACCOUNT.
           IF TDA-FUND-ACCT-ID NOT NUMERIC
               OR TDA-FUND-ACCT-ID = '0000000000'
               MOVE 'FUND ACCT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND TDA-FUND-ACCT-ID = TDA-DEP-ACCT-ID
               MOVE 'DEP AND FUND ACCTS EQUAL' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDA-FUND-ACCT-ID TO ACCT-ID
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
               MOVE TDA-FUND-ACCT-ID TO WS-OWNER-CHECK-ACCT-ID
               MOVE WS-FUND-CUST-ID TO WS-ACCT-OWNER-ID
               PERFORM 2130-CHECK-OWNERSHIP
               IF NOT OWNER-FOUND
                   MOVE 'FUND ACCT NOT CUSTOMER OWNED'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDA-FUND-ACCT-ID TO WS-HC-ACCT-ID
               MOVE 'Y' TO WS-HC-DEBIT-SW
               PERFORM 2140-CHECK-HOLD
           END-IF.

      *    THE PAYOUT ACCOUNT IS ONLY CHECKED FOR EXISTENCE, TYPE AND
      *    OWNERSHIP HERE; A HOLD ON IT IS A MATTER FOR THE DAY THE
      *    DEPOSIT IS PAID OUT, AND TDEPMTRY CHECKS IT THEN.
       2125-EDIT-PAYOUT-ACCOUNT.
           IF TDA-PAYOUT-ACCT-ID = SPACES
               MOVE TDA-FUND-ACCT-ID TO WS-PAYOUT-ACCT-ID
           ELSE
               IF TDA-PAYOUT-ACCT-ID NOT NUMERIC
                   OR TDA-PAYOUT-ACCT-ID = '0000000000'
                   MOVE 'PAYOUT ACCT NOT NUMERIC/ZERO'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               ELSE
                   MOVE TDA-PAYOUT-ACCT-ID TO WS-PAYOUT-ACCT-ID
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND WS-PAYOUT-ACCT-ID NOT = WS-OWNER-CHECK-ACCT-ID
               MOVE WS-PAYOUT-ACCT-ID TO ACCT-ID
               PERFORM 2150-LOCATE-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT ACCT-FOUND
                       MOVE 'PAYOUT ACCT NOT ON FILE'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN NOT ACCT-CURRENT
                       MOVE 'PAYOUT ACCT IS NOT CURRENT'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN ACCT-CLOSED
                       MOVE 'PAYOUT ACCT IS CLOSED' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN OTHER
                       MOVE WS-PAYOUT-ACCT-ID
                           TO WS-OWNER-CHECK-ACCT-ID
                       MOVE ACCT-CUST-ID TO WS-ACCT-OWNER-ID
                       PERFORM 2130-CHECK-OWNERSHIP
                       IF NOT OWNER-FOUND
                           MOVE 'PAYOUT ACCT NOT CUSTOMER OWNED'
                               TO WS-EDIT-REASON
                           SET EDIT-FAILED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *    THE OWNER OF RECORD IS ACCT-CUST-ID; A JOINT OWNER IS
      *    RECOGNISED THROUGH ITS ROW ON THE OWNER CROSS-REFERENCE.
       2130-CHECK-OWNERSHIP.
           MOVE 'N' TO WS-OWNER-FOUND-SW
           IF WS-ACCT-OWNER-ID = CUST-ID
               SET OWNER-FOUND TO TRUE
           ELSE
               MOVE WS-OWNER-CHECK-ACCT-ID TO OWN-ACCT-ID
               MOVE CUST-ID TO OWN-CUST-ID
               READ OWNER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OWNER-FOUND TO TRUE
               END-READ
           END-IF.

      *    THE SAME HOLD RULES PAYPOST APPLIES TO A PAIR LEG, SO A
      *    FUNDING TRANSFER WRITTEN HERE IS NEVER EXCEPTIONED AT
      *    POSTING FOR A HOLD THAT WAS ALREADY IN FORCE.
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
                       AND TDA-AMOUNT = HLD-AMOUNT
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

       2200-OPEN-DEPOSIT.
           PERFORM 2210-ADD-DEPOSIT-ACCOUNT
           IF NOT EDIT-FAILED
               PERFORM 2220-ADD-TERM-RECORD
           END-IF
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2230-GENERATE-FUNDING
               ADD 1 TO WS-OPENED-COUNT
               ADD TDA-AMOUNT TO WS-OPENED-TOTAL
               MOVE TDP-MATURITY-DATE TO WS-REG-MATURITY
               MOVE 'OPENED - FUNDING READY' TO WS-REG-DISPOSITION
           END-IF.

       2210-ADD-DEPOSIT-ACCOUNT.
           MOVE TDA-DEP-ACCT-ID TO ACCT-ID
           MOVE TDA-CUST-ID TO ACCT-CUST-ID
           MOVE 'TRM' TO ACCT-TYPE
           SET ACCT-ACTIVE TO TRUE
           MOVE ZERO TO ACCT-BALANCE
           MOVE ZERO TO ACCT-LIMIT
           MOVE WS-TODAY TO ACCT-OPEN-DATE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'DEP ACCT WRITE FAILED' TO WS-EDIT-REASON
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
               MOVE TDA-OPERATOR-REF TO WS-JRN-OPERATOR-REF
               PERFORM 3800-CALL-JOURNAL
           END-IF.

       2220-ADD-TERM-RECORD.
           MOVE TDA-DEP-ACCT-ID TO TDP-ACCT-ID
           MOVE TDA-TERM-MONTHS TO TDP-TERM-MONTHS
           MOVE WS-TODAY TO TDP-START-DATE
           PERFORM 2400-COMPUTE-MATURITY-DATE
           MOVE WS-MAT-DATE-N TO TDP-MATURITY-DATE
           MOVE WS-CONTRACT-RATE TO TDP-CONTRACT-RATE
           MOVE TDA-INSTRUCTION TO TDP-INSTRUCTION
           MOVE WS-PAYOUT-ACCT-ID TO TDP-PAYOUT-ACCT-ID
           SET TDP-ACTIVE TO TRUE
           MOVE TDA-OPERATOR-REF TO TDP-OPERATOR-REF
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   MOVE 'TERM RECORD WRITE FAILED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
           END-WRITE
           IF NOT EDIT-FAILED
               MOVE 'TDEPFILE' TO WS-JRN-FILE-ID
               MOVE 'A' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-RECORD-KEY
               MOVE TDP-ACCT-ID TO WS-JRN-RECORD-KEY
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               MOVE TERM-DEPOSIT-RECORD TO WS-JRN-AFTER-IMAGE
               MOVE TDA-OPERATOR-REF TO WS-JRN-OPERATOR-REF
               PERFORM 3800-CALL-JOURNAL
           END-IF.

      *    THE DEBIT LEG IS WRITTEN UNDER THE LOWER OF THE TWO
      *    CONSECUTIVE IDS SO PAYPOST SEES IT FIRST AND ITS PARTNER
      *    IMMEDIATELY AFTER, AS FOR AN XFERGEN TRANSFER.
       2230-GENERATE-FUNDING.
           CALL 'PAYIDGEN' USING WS-DEBIT-TRANS-ID WS-IDGEN-JOB-NAME
           CALL 'PAYIDGEN' USING WS-CREDIT-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-DEBIT-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-FUND-CUST-ID TO PAY-CUST-ID
           MOVE TDA-FUND-ACCT-ID TO PAY-ACCT-ID
           MOVE TDA-AMOUNT TO PAY-AMOUNT
           SET PAY-XFER-DEBIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-CREDIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           MOVE WS-CREDIT-TRANS-ID TO PAY-TRANS-ID
           MOVE TDA-CUST-ID TO PAY-CUST-ID
           MOVE TDA-DEP-ACCT-ID TO PAY-ACCT-ID
           MOVE TDA-AMOUNT TO PAY-AMOUNT
           SET PAY-XFER-CREDIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-DEBIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD.

       2400-COMPUTE-MATURITY-DATE.
           MOVE TDP-START-DATE TO WS-MAT-DATE-N
           COMPUTE WS-MAT-MONTH-INDEX =
               WS-MAT-YEAR * 12 + WS-MAT-MONTH - 1 + TDP-TERM-MONTHS
           DIVIDE WS-MAT-MONTH-INDEX BY 12
               GIVING WS-MAT-YEAR
               REMAINDER WS-MAT-MONTH
           ADD 1 TO WS-MAT-MONTH
           PERFORM 2410-SET-MONTH-END-DAY
           IF WS-MAT-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-MAT-DAY
           END-IF.

       2410-SET-MONTH-END-DAY.
           EVALUATE WS-MAT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 2
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-MAT-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
                   DIVIDE WS-MAT-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-END-DAY
                       DIVIDE WS-MAT-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE.

       2800-WRITE-REGISTER-LINE.
           MOVE TDA-APPL-REF TO WS-REG-APPL-REF
           MOVE TDA-DEP-ACCT-ID TO WS-REG-DEP-ACCT
           IF TDA-AMOUNT-X NUMERIC
               MOVE TDA-AMOUNT TO WS-REG-AMOUNT
           ELSE
               MOVE ZERO TO WS-REG-AMOUNT
           END-IF
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-TRAN.
           READ TDEP-APPL-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

      *    BOTH LEGS OF EVERY FUNDING TRANSFER ENTER THE PAYMENT
      *    MASTER, SO THE LEDGER LEG CARRIES TWICE THE DEPOSIT COUNT
      *    AND TWICE THE PRINCIPAL OPENED.
       3600-FINALIZE.
           COMPUTE WS-LDG-ITEM-COUNT = WS-OPENED-COUNT * 2
           COMPUTE WS-LDG-AMOUNT-TOTAL = WS-OPENED-TOTAL * 2
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-TODAY
               WS-LDG-SOURCE-ID WS-LDG-ITEM-COUNT
               WS-LDG-AMOUNT-TOTAL
           CLOSE TDEP-APPL-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE TERM-DEPOSIT-FILE
           CLOSE OWNER-XREF-FILE
           CLOSE DUE-DILIGENCE-FILE
           CLOSE SCREENING-CASE-FILE
           CLOSE HOLD-FILE
           CLOSE PAYMENT-MASTER
           CLOSE OPENING-REGISTER
           DISPLAY 'TDEPOPEN - APPLICATIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'TDEPOPEN - DEPOSITS OPENED   : ' WS-OPENED-COUNT
           DISPLAY 'TDEPOPEN - APPLICATIONS REJD : ' WS-REJECT-COUNT.

       3800-CALL-JOURNAL.
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
