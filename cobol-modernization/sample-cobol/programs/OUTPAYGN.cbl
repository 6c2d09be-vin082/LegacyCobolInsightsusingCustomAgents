       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTPAYGN.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    OUTBOUND PAYMENT ORIGINATION.  READS THE OUTBOUND PAYMENT
      *    REQUEST FILE (DEBIT ACCOUNT, BENEFICIARY BANK AND ACCOUNT,
      *    AMOUNT, VALUE DATE) AND SENDS EACH GOOD REQUEST TO THE
      *    CLEARING HOUSE, SO A CUSTOMER CAN PAY AN ACCOUNT AT
      *    ANOTHER BANK.  EVERY REQUEST IS EDITED BEFORE ANYTHING IS
      *    WRITTEN: THE DEBIT ACCOUNT MUST BE AN ACTIVE CURRENT OR
      *    SAVINGS ACCOUNT ON THE ACCOUNT MASTER, THE BENEFICIARY BANK
      *    AND ACCOUNT MUST BE PRESENT, THE AMOUNT NUMERIC AND
      *    NONZERO, AND THE VALUE DATE NOT BEFORE TODAY; A VALUE DATE
      *    ON A WEEKEND OR HOLIDAY IS ROLLED TO THE NEXT BUSINESS DAY
      *    THROUGH BUSDAY.  AN ACTIVE HOLD ON THE HOLD FILE IS APPLIED
      *    THE WAY PAYPOST APPLIES IT TO A DEBIT (FULL FREEZE, DEBIT-
      *    ONLY BLOCK, STOP ON THE SAME AMOUNT), AND THE AMOUNT MUST
      *    BE COVERED BY THE BALANCE PLUS ACCT-LIMIT LESS WHATEVER
      *    EARLIER REQUESTS IN THE SAME RUN HAVE ALREADY TAKEN.
      *
      *    AN ACCEPTED REQUEST IS CHARGED THROUGH PAYPOST: AN OUTBOUND
      *    DEBIT IS WRITTEN TO THE PAYMENT MASTER IN APPROVED STATUS
      *    UNDER A PAY-TRANS-ID FROM PAYIDGEN, AND THE SAME TRANS-ID
      *    KEYS THE ITEM ON THE OUTBOUND PAYMENT FILE AND TRAVELS ON THE
      *    TRANSMISSION AS OUR REFERENCE.  THE OUTBOUND TRANSMISSION
      *    FILE IS ONE BATCH IN THE HEADER/DETAIL/TRAILER SHAPE OF
      *    CLRINPUT - HEADER WITH BATCH ID, DECLARED COUNT AND HASH
      *    TOTAL OF AMOUNTS, ONE DETAIL PER PAYMENT, TRAILER REPEATING
      *    THE COUNT AND HASH - SO THE CLEARING HOUSE CAN PROVE IT THE
      *    WAY CLRINTAK PROVES OURS.  THE BATCH ID IS OB FOLLOWED BY THE
      *    RUN DATE AS YYMMDD.  WHEN THE CLEARING HOUSE REJECTS AN ITEM
      *    IT COMES BACK ON CLRINPUT AS A RETURN DETAIL CARRYING OUR
      *    TRANS-ID, AND CLRINTAK REFUNDS THE DEBIT ACCOUNT
      *    AUTOMATICALLY AND MARKS THE OUTBOUND ITEM RETURNED, PROVIDED
      *    THE DEBIT HAS POSTED - A RETURN OF A DEBIT STILL IN EXCEPTION
      *    IS REJECTED ON THE INTAKE REPORT.  BECAUSE THE PAYMENT HAS
      *    ALREADY LEFT THE BANK, AN OUTBOUND DEBIT PAYPOST EXCEPTIONS
      *    CAN ONLY BE REPAIRED THROUGH EXCPRCYC, NEVER REJECTED.  EVERY
      *    REQUEST IS LISTED ON THE OUTBOUND REGISTER WITH ITS
      *    DISPOSITION, AND THE DEBITS ARE LOGGED TO THE CONTROL LEDGER
      *    UNDER SOURCE OUTBOUND FOR PIPERECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-REQUEST-FILE ASSIGN TO OUTREQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

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

           SELECT OPTIONAL OUTBOUND-PAYMENT-FILE ASSIGN TO OUTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBP-TRANS-ID
               FILE STATUS IS WS-OBP-FS.

           SELECT OUTBOUND-WORK-FILE ASSIGN TO OUTWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT TRANSMISSION-FILE ASSIGN TO OUTXMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTBOUND-REGISTER ASSIGN TO OUTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-REQUEST-FILE
           RECORDING MODE IS F.
       01  OUTBOUND-REQUEST-RECORD.
           05 ORQ-DEBIT-ACCT-ID       PIC X(10).
           05 ORQ-BENE-BANK           PIC X(11).
           05 ORQ-BENE-ACCT           PIC X(20).
           05 ORQ-AMOUNT              PIC 9(9)V99.
           05 ORQ-AMOUNT-X REDEFINES ORQ-AMOUNT
                                      PIC X(11).
           05 ORQ-VALUE-DATE          PIC X(8).
           05 ORQ-VALUE-DATE-N REDEFINES ORQ-VALUE-DATE
                                      PIC 9(8).
           05 ORQ-OPERATOR-REF        PIC X(12).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLD-RECORD.

       FD  PAYMENT-MASTER
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  OUTBOUND-PAYMENT-FILE
           RECORDING MODE IS F.
       01  OUTBOUND-PAYMENT-RECORD.
           COPY OUTBOUND-PAYMENT-RECORD.

       FD  OUTBOUND-WORK-FILE
           RECORDING MODE IS F.
       01  OUTBOUND-WORK-RECORD          PIC X(79).

      *    THE TRANSMISSION FOLLOWS THE CLRINPUT RECORD SHAPE: ONE
      *    TYPE BYTE AND 79 BYTES OF HEADER, DETAIL OR TRAILER DATA.
       FD  TRANSMISSION-FILE
           RECORDING MODE IS F.
       01  TRANSMISSION-RECORD.
           05 OXM-RECORD-TYPE         PIC X.
              88 OXM-HEADER           VALUE 'H'.
              88 OXM-DETAIL           VALUE 'D'.
              88 OXM-TRAILER          VALUE 'T'.
           05 OXM-HEADER-DATA.
              10 OXM-BATCH-ID         PIC X(8).
              10 OXM-DECLARED-COUNT   PIC 9(6).
              10 OXM-DECLARED-HASH    PIC 9(13)V99.
              10 FILLER               PIC X(50).
           05 OXM-DETAIL-DATA REDEFINES OXM-HEADER-DATA
                                      PIC X(79).
           05 OXM-TRAILER-DATA REDEFINES OXM-HEADER-DATA.
              10 OXM-TRAILER-COUNT    PIC 9(6).
              10 OXM-TRAILER-HASH     PIC 9(13)V99.
              10 FILLER               PIC X(58).

       FD  OUTBOUND-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'OUTPAYGN'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.
       01  WS-OBP-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-REQUEST-EOF          PIC X VALUE 'N'.
              88 REQUEST-EOF          VALUE 'Y'.
           05 WS-WORK-EOF             PIC X VALUE 'N'.
              88 WORK-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.
           05 WS-VALUE-ROLLED-SW      PIC X VALUE 'N'.
              88 VALUE-ROLLED         VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(21) VALUE SPACES.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.
       01  WS-VALUE-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BATCH-ID                 PIC X(8) VALUE SPACES.
       01  WS-AVAILABLE                PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    AMOUNTS ALREADY SENT FROM EACH ACCOUNT IN THIS RUN, SO TWO
      *    REQUESTS CANNOT BOTH SPEND THE SAME FUNDS BEFORE PAYPOST
      *    HAS POSTED EITHER.
       01  WS-RUN-DEBIT-TABLE.
           05 WS-RDT-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-RDT-ENTRY OCCURS 500 TIMES.
              10 WS-RDT-ACCT-ID      PIC 9(10).
              10 WS-RDT-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-RDT-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-RDT-FOUND-SUB            PIC 9(4) VALUE ZERO.

       01  WS-NEW-TRANS-ID             PIC 9(12) VALUE ZERO.
       01  WS-IDGEN-JOB-NAME           PIC X(8) VALUE 'OUTPAYGN'.

       01  WS-OUTBOUND-DETAIL.
           05 WS-ODT-TRANS-ID         PIC 9(12).
           05 WS-ODT-DEBIT-ACCT-ID    PIC 9(10).
           05 WS-ODT-BENE-BANK        PIC X(11).
           05 WS-ODT-BENE-ACCT        PIC X(20).
           05 WS-ODT-AMOUNT           PIC 9(9)V99.
           05 WS-ODT-VALUE-DATE       PIC 9(8).
           05 FILLER                  PIC X(7) VALUE SPACES.

       01  WS-BUSDAY-CONTROL.
           05 WS-BUS-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-BUS-DATE             PIC 9(8) VALUE ZERO.
           05 WS-BUS-END-DATE         PIC 9(8) VALUE ZERO.
           05 WS-BUS-RESULT-DATE      PIC 9(8) VALUE ZERO.
           05 WS-BUS-DAY-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-BUS-BUSDAY-SW        PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05 WS-REQUEST-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-SENT-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SENT-TOTAL               PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-SOURCE-ID        PIC X(8) VALUE 'OUTBOUND'.
           05 WS-LDG-RUN-DATE         PIC 9(8) VALUE ZERO.
           05 WS-LDG-ITEM-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LDG-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DEBIT-ACCT        PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-BENE-BANK         PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-AMOUNT            PIC -(7)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-VALUE-DATE        PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-TRANS-ID          PIC 9(12) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL REQUEST-EOF
           PERFORM 2700-BUILD-TRANSMISSION
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'OUTPAYGN - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           MOVE 'OB' TO WS-BATCH-ID (1:2)
           MOVE WS-TODAY (3:6) TO WS-BATCH-ID (3:6)
           OPEN INPUT  OUTBOUND-REQUEST-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  HOLD-FILE
           OPEN I-O    PAYMENT-MASTER
           OPEN I-O    OUTBOUND-PAYMENT-FILE
           OPEN OUTPUT OUTBOUND-WORK-FILE
           OPEN OUTPUT OUTBOUND-REGISTER
           PERFORM 2910-READ-REQUEST.

       2000-PROCESS-REQUEST.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE 'N' TO WS-VALUE-ROLLED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE ZERO TO WS-NEW-TRANS-ID
           PERFORM 2100-EDIT-REQUEST
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2300-SEND-PAYMENT
               IF VALUE-ROLLED
                   MOVE 'SENT - VALUE ROLLED' TO WS-REG-DISPOSITION
               ELSE
                   MOVE 'SENT' TO WS-REG-DISPOSITION
               END-IF
           END-IF
           PERFORM 2800-WRITE-REGISTER-LINE
           PERFORM 2910-READ-REQUEST.

       2100-EDIT-REQUEST.
           EVALUATE TRUE
               WHEN ORQ-DEBIT-ACCT-ID NOT NUMERIC
                   OR ORQ-DEBIT-ACCT-ID = '0000000000'
                   MOVE 'DEBIT ACCT NOT NUMERIC' TO WS-EDIT-REASON
               WHEN ORQ-BENE-BANK = SPACES
                   OR ORQ-BENE-ACCT = SPACES
                   MOVE 'BENEFICIARY MISSING' TO WS-EDIT-REASON
               WHEN ORQ-AMOUNT-X NOT NUMERIC
                   OR ORQ-AMOUNT = ZERO
                   MOVE 'AMOUNT NOT NUM/ZERO' TO WS-EDIT-REASON
               WHEN ORQ-VALUE-DATE NOT NUMERIC
                   MOVE 'VALUE DATE INVALID' TO WS-EDIT-REASON
               WHEN ORQ-VALUE-DATE-N < WS-TODAY
                   MOVE 'VALUE DATE IN PAST' TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 2110-LOCATE-ACCOUNT
           END-EVALUATE
           IF WS-EDIT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT ACCT-FOUND
                       MOVE 'DEBIT ACCT NOT FOUND' TO WS-EDIT-REASON
                   WHEN NOT ACCT-ACTIVE
                       MOVE 'ACCOUNT NOT ACTIVE' TO WS-EDIT-REASON
                   WHEN NOT ACCT-CURRENT AND NOT ACCT-SAVINGS
                       MOVE 'ACCT TYPE NOT CUR/SAV' TO WS-EDIT-REASON
                   WHEN OTHER
                       PERFORM 2120-CHECK-HOLD
               END-EVALUATE
           END-IF
           IF WS-EDIT-REASON = SPACES
               PERFORM 2140-CHECK-FUNDS
           END-IF
           IF WS-EDIT-REASON NOT = SPACES
               SET EDIT-FAILED TO TRUE
           END-IF.

       2110-LOCATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE ORQ-DEBIT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.

      *    THE SAME HOLD RULES PAYPOST APPLIES TO A DEBIT, SO A
      *    PAYMENT IS NEVER SENT THAT POSTING WOULD THEN EXCEPTION.
       2120-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE ACCT-ID TO HLD-ACCT-ID
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
                   WHEN HLD-DEBIT-BLOCK
                       MOVE 'DEBIT BLOCKED' TO WS-EDIT-REASON
                   WHEN HLD-STOP-AMOUNT
                       AND ORQ-AMOUNT = HLD-AMOUNT
                       MOVE 'STOP PAYMENT' TO WS-EDIT-REASON
               END-EVALUATE
           END-IF.

       2140-CHECK-FUNDS.
           MOVE ZERO TO WS-RDT-FOUND-SUB
           PERFORM VARYING WS-RDT-SUB FROM 1 BY 1
               UNTIL WS-RDT-SUB > WS-RDT-COUNT
               OR WS-RDT-FOUND-SUB > ZERO
               IF WS-RDT-ACCT-ID (WS-RDT-SUB) = ACCT-ID
                   MOVE WS-RDT-SUB TO WS-RDT-FOUND-SUB
               END-IF
           END-PERFORM
           COMPUTE WS-AVAILABLE = ACCT-BALANCE + ACCT-LIMIT
           IF WS-RDT-FOUND-SUB > ZERO
               SUBTRACT WS-RDT-AMOUNT (WS-RDT-FOUND-SUB)
                   FROM WS-AVAILABLE
           END-IF
           EVALUATE TRUE
               WHEN ORQ-AMOUNT > WS-AVAILABLE
                   MOVE 'INSUFFICIENT FUNDS' TO WS-EDIT-REASON
               WHEN WS-RDT-FOUND-SUB = ZERO
                   AND WS-RDT-COUNT NOT < 500
                   MOVE 'RUN TABLE FULL' TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-SEND-PAYMENT.
           PERFORM 2310-SET-VALUE-DATE
           CALL 'PAYIDGEN' USING WS-NEW-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-NEW-TRANS-ID TO PAY-TRANS-ID
           MOVE ACCT-CUST-ID TO PAY-CUST-ID
           MOVE ACCT-ID TO PAY-ACCT-ID
           MOVE ORQ-AMOUNT TO PAY-AMOUNT
           SET PAY-OUTBOUND TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE ZERO TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           MOVE WS-NEW-TRANS-ID TO OBP-TRANS-ID
           MOVE ACCT-ID TO OBP-ACCT-ID
           MOVE ACCT-CUST-ID TO OBP-CUST-ID
           MOVE ORQ-BENE-BANK TO OBP-BENE-BANK
           MOVE ORQ-BENE-ACCT TO OBP-BENE-ACCT
           MOVE ORQ-AMOUNT TO OBP-AMOUNT
           MOVE WS-VALUE-DATE TO OBP-VALUE-DATE
           MOVE WS-BATCH-ID TO OBP-BATCH-ID
           SET OBP-SENT TO TRUE
           MOVE WS-TODAY TO OBP-SENT-DATE
           MOVE ZERO TO OBP-RETURN-DATE
           MOVE ZERO TO OBP-REFUND-TRANS-ID
           MOVE SPACES TO OBP-RETURN-REASON
           WRITE OUTBOUND-PAYMENT-RECORD
           MOVE WS-NEW-TRANS-ID TO WS-ODT-TRANS-ID
           MOVE ACCT-ID TO WS-ODT-DEBIT-ACCT-ID
           MOVE ORQ-BENE-BANK TO WS-ODT-BENE-BANK
           MOVE ORQ-BENE-ACCT TO WS-ODT-BENE-ACCT
           MOVE ORQ-AMOUNT TO WS-ODT-AMOUNT
           MOVE WS-VALUE-DATE TO WS-ODT-VALUE-DATE
           MOVE WS-OUTBOUND-DETAIL TO OUTBOUND-WORK-RECORD
           WRITE OUTBOUND-WORK-RECORD
           PERFORM 2320-RECORD-RUN-DEBIT
           ADD 1 TO WS-SENT-COUNT
           ADD ORQ-AMOUNT TO WS-SENT-TOTAL.

       2310-SET-VALUE-DATE.
           MOVE 'NEXT ' TO WS-BUS-FUNCTION
           MOVE ORQ-VALUE-DATE-N TO WS-BUS-DATE
           CALL 'BUSDAY' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-END-DATE WS-BUS-RESULT-DATE WS-BUS-DAY-COUNT
               WS-BUS-BUSDAY-SW
           MOVE WS-BUS-RESULT-DATE TO WS-VALUE-DATE
           IF WS-VALUE-DATE NOT = ORQ-VALUE-DATE-N
               SET VALUE-ROLLED TO TRUE
           END-IF.

       2320-RECORD-RUN-DEBIT.
           IF WS-RDT-FOUND-SUB = ZERO
               ADD 1 TO WS-RDT-COUNT
               MOVE WS-RDT-COUNT TO WS-RDT-FOUND-SUB
               MOVE ACCT-ID TO WS-RDT-ACCT-ID (WS-RDT-FOUND-SUB)
               MOVE ZERO TO WS-RDT-AMOUNT (WS-RDT-FOUND-SUB)
           END-IF
           ADD ORQ-AMOUNT TO WS-RDT-AMOUNT (WS-RDT-FOUND-SUB).

      *    THE HEADER CARRIES THE BATCH CONTROL TOTALS, SO THE
      *    DETAILS ARE BUFFERED AND THE BATCH IS WRITTEN WHOLE AT THE
      *    END.  A RUN WITH NOTHING TO SEND WRITES AN EMPTY BATCH SO
      *    THE CLEARING HOUSE STILL RECEIVES A FILE.
       2700-BUILD-TRANSMISSION.
           CLOSE OUTBOUND-WORK-FILE
           OPEN INPUT  OUTBOUND-WORK-FILE
           OPEN OUTPUT TRANSMISSION-FILE
           MOVE SPACES TO TRANSMISSION-RECORD
           SET OXM-HEADER TO TRUE
           MOVE WS-BATCH-ID TO OXM-BATCH-ID
           MOVE WS-SENT-COUNT TO OXM-DECLARED-COUNT
           MOVE WS-SENT-TOTAL TO OXM-DECLARED-HASH
           WRITE TRANSMISSION-RECORD
           PERFORM 2920-READ-WORK
           PERFORM 2710-COPY-DETAIL UNTIL WORK-EOF
           MOVE SPACES TO TRANSMISSION-RECORD
           SET OXM-TRAILER TO TRUE
           MOVE WS-SENT-COUNT TO OXM-TRAILER-COUNT
           MOVE WS-SENT-TOTAL TO OXM-TRAILER-HASH
           WRITE TRANSMISSION-RECORD
           CLOSE OUTBOUND-WORK-FILE
           CLOSE TRANSMISSION-FILE.

       2710-COPY-DETAIL.
           MOVE SPACES TO TRANSMISSION-RECORD
           SET OXM-DETAIL TO TRUE
           MOVE OUTBOUND-WORK-RECORD TO OXM-DETAIL-DATA
           WRITE TRANSMISSION-RECORD
           PERFORM 2920-READ-WORK.

       2800-WRITE-REGISTER-LINE.
           MOVE ORQ-DEBIT-ACCT-ID TO WS-REG-DEBIT-ACCT
           MOVE ORQ-BENE-BANK TO WS-REG-BENE-BANK
           IF ORQ-AMOUNT-X NUMERIC
               MOVE ORQ-AMOUNT TO WS-REG-AMOUNT
           ELSE
               MOVE ZERO TO WS-REG-AMOUNT
           END-IF
           IF EDIT-FAILED
               MOVE ORQ-VALUE-DATE TO WS-REG-VALUE-DATE
           ELSE
               MOVE WS-VALUE-DATE TO WS-REG-VALUE-DATE
           END-IF
           MOVE WS-NEW-TRANS-ID TO WS-REG-TRANS-ID
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-REQUEST.
           READ OUTBOUND-REQUEST-FILE
               AT END
                   SET REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       2920-READ-WORK.
           READ OUTBOUND-WORK-FILE
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           MOVE WS-TODAY TO WS-LDG-RUN-DATE
           MOVE WS-SENT-COUNT TO WS-LDG-ITEM-COUNT
           MOVE WS-SENT-TOTAL TO WS-LDG-AMOUNT-TOTAL
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-LDG-RUN-DATE
               WS-LDG-SOURCE-ID WS-LDG-ITEM-COUNT
               WS-LDG-AMOUNT-TOTAL
           CLOSE OUTBOUND-REQUEST-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           CLOSE PAYMENT-MASTER
           CLOSE OUTBOUND-PAYMENT-FILE
           CLOSE OUTBOUND-REGISTER
           DISPLAY 'OUTPAYGN - REQUESTS READ     : ' WS-REQUEST-COUNT
           DISPLAY 'OUTPAYGN - PAYMENTS SENT     : ' WS-SENT-COUNT
           DISPLAY 'OUTPAYGN - REQUESTS REJECTED : ' WS-REJECT-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
