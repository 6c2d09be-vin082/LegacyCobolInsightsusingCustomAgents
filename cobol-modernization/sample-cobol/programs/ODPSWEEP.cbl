       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODPSWEEP.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    OVERDRAFT-PROTECTION SWEEP.  RUN AFTER POSTING, AHEAD OF
      *    ACCTBRCH.  READS EVERY LINK ODPLMNT HAS REGISTERED FROM A
      *    CURRENT ACCOUNT TO ONE OF THE CUSTOMER'S OWN SAVINGS
      *    ACCOUNTS AND, WHERE THE CURRENT ACCOUNT NEEDS COVER, MOVES
      *    JUST ENOUGH FROM THE SAVINGS ACCOUNT TO PROVIDE IT: BACK TO
      *    ZERO FOR A LINK WITH SWEEP TARGET Z, OR BACK TO -ACCT-LIMIT
      *    FOR A LINK WITH SWEEP TARGET L.  THE SWEEP IS WRITTEN AS A
      *    NORMAL TRANSFER PAIR IN THE XFERGEN SHAPE - AN XFER DR LEG
      *    ON THE SAVINGS ACCOUNT AND AN XFER CR LEG ON THE CURRENT
      *    ACCOUNT, APPROVED, UNDER CONSECUTIVE PAY-TRANS-IDS FROM
      *    PAYIDGEN, EACH LEG CARRYING ITS PARTNER'S TRANS-ID - AND
      *    PAYPOST POSTS IT BOTH-OR-NEITHER ON ITS NEXT PASS, SO RUN
      *    A PAYPOST PASS AFTER THIS JOB AND BEFORE ACCTBRCH.
      *
      *    THE SWEEP NEVER OVERDRAWS THE SAVINGS ACCOUNT: NO MORE IS
      *    TAKEN THAN ITS BALANCE LESS WHAT EARLIER LINKS HAVE ALREADY
      *    SWEPT FROM IT IN THIS RUN, AND WHEN THAT FALLS SHORT THE
      *    SWEEP IS PARTIAL.  NEITHER ACCOUNT IS TOUCHED WHEN IT IS NOT
      *    ACTIVE OR CARRIES AN ACTIVE HOLD OF ANY TYPE ON THE HOLD
      *    FILE.  EVERY CURRENT ACCOUNT THAT NEEDED COVER IS LISTED ON
      *    THE SWEEP REGISTER WITH THE AMOUNT SWEPT OR THE REASON IT WAS
      *    NOT, AND EVERY ONE WHOSE BALANCE AFTER THE SWEEP IS STILL
      *    BELOW -ACCT-LIMIT IS LISTED AGAIN ON THE STILL-IN-BREACH
      *    LIST.  THE LINK RECORDS THE DATE AND AMOUNT OF ITS LAST
      *    SWEEP, AND A LINK ALREADY SWEPT TODAY IS LISTED BUT NOT SWEPT
      *    AGAIN, SO A RERUN BEFORE PAYPOST HAS POSTED THE FIRST PAIR
      *    CANNOT SWEEP THE SAME SHORTFALL TWICE.  THE LEGS ARE LOGGED
      *    TO THE CONTROL LEDGER UNDER SOURCE SWEEPS FOR PIPERECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERDRAFT-LINK-FILE ASSIGN TO ODPLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODL-CUR-ACCT-ID
               FILE STATUS IS WS-LINK-FS.

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

           SELECT SWEEP-REGISTER ASSIGN TO SWPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT BREACH-LIST ASSIGN TO SWPBRCH
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERDRAFT-LINK-FILE
           RECORDING MODE IS F.
       01  OVERDRAFT-LINK-RECORD.
           COPY OVERDRAFT-LINK-RECORD.

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

       FD  SWEEP-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       FD  BREACH-LIST
           RECORDING MODE IS F.
       01  BREACH-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'ODPSWEEP'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-LINK-FS                  PIC XX VALUE SPACES.
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-LINK-EOF             PIC X VALUE 'N'.
              88 LINK-EOF             VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-HOLD-ACTIVE-SW       PIC X VALUE 'N'.
              88 HOLD-ACTIVE          VALUE 'Y'.

       01  WS-DISPOSITION              PIC X(18) VALUE SPACES.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.
       01  WS-LOOKUP-ACCT-ID           PIC 9(10) VALUE ZERO.

       01  WS-SWEEP-WORK.
           05 WS-CUR-CUST-ID          PIC 9(8) VALUE ZERO.
           05 WS-CUR-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-CUR-LIMIT            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-SAV-CUST-ID          PIC 9(8) VALUE ZERO.
           05 WS-SWEEP-NEEDED         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-SAV-AVAILABLE        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-SWEEP-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-AFTER-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    AMOUNTS ALREADY SWEPT FROM EACH SAVINGS ACCOUNT IN THIS
      *    RUN, SO TWO LINKS TO ONE SAVINGS ACCOUNT CANNOT BOTH SPEND
      *    THE SAME BALANCE BEFORE PAYPOST HAS POSTED EITHER.
       01  WS-RUN-DEBIT-TABLE.
           05 WS-RDT-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-RDT-ENTRY OCCURS 500 TIMES.
              10 WS-RDT-ACCT-ID      PIC 9(10).
              10 WS-RDT-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-RDT-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-RDT-FOUND-SUB            PIC 9(4) VALUE ZERO.

       01  WS-DEBIT-TRANS-ID           PIC 9(12) VALUE ZERO.
       01  WS-CREDIT-TRANS-ID          PIC 9(12) VALUE ZERO.
       01  WS-IDGEN-JOB-NAME           PIC X(8) VALUE 'ODPSWEEP'.

       01  WS-COUNTERS.
           05 WS-LINK-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-NEEDED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-SWEPT-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-PARTIAL-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-NOT-SWEPT-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-BREACH-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SWEPT-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-SOURCE-ID        PIC X(8) VALUE 'SWEEPS  '.
           05 WS-LDG-RUN-DATE         PIC 9(8) VALUE ZERO.
           05 WS-LDG-ITEM-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LDG-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-CUR-ACCT          PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-SAV-ACCT          PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-BALANCE           PIC -(8)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-AMOUNT            PIC -(7)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-DEBIT-ID          PIC 9(12) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(18) VALUE SPACES.

       01  WS-BREACH-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-BRL-CUR-ACCT          PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-BRL-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-BRL-BALANCE           PIC -(9)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-BRL-LIMIT             PIC -(8)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-BRL-REASON            PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LINK UNTIL LINK-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'ODPSWEEP - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN I-O    OVERDRAFT-LINK-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  HOLD-FILE
           OPEN I-O    PAYMENT-MASTER
           OPEN OUTPUT SWEEP-REGISTER
           OPEN OUTPUT BREACH-LIST
           MOVE LOW-VALUES TO OVERDRAFT-LINK-RECORD
           START OVERDRAFT-LINK-FILE KEY IS >= ODL-CUR-ACCT-ID
               INVALID KEY
                   SET LINK-EOF TO TRUE
           END-START
           IF NOT LINK-EOF
               PERFORM 2910-READ-LINK
           END-IF.

       2000-PROCESS-LINK.
           MOVE ZERO TO WS-SWEEP-NEEDED
           MOVE ODL-CUR-ACCT-ID TO WS-LOOKUP-ACCT-ID
           PERFORM 2110-LOCATE-ACCOUNT
           IF ACCT-FOUND
               MOVE ACCT-CUST-ID TO WS-CUR-CUST-ID
               MOVE ACCT-BALANCE TO WS-CUR-BALANCE
               MOVE ACCT-LIMIT TO WS-CUR-LIMIT
               PERFORM 2100-SET-SWEEP-NEEDED
           END-IF
           IF WS-SWEEP-NEEDED > ZERO
               ADD 1 TO WS-NEEDED-COUNT
               MOVE ZERO TO WS-SWEEP-AMOUNT
               MOVE ZERO TO WS-DEBIT-TRANS-ID
               MOVE SPACES TO WS-DISPOSITION
               PERFORM 2200-EDIT-SWEEP
               IF WS-DISPOSITION = SPACES
                   PERFORM 2300-GENERATE-SWEEP-PAIR
               ELSE
                   ADD 1 TO WS-NOT-SWEPT-COUNT
               END-IF
               PERFORM 2800-WRITE-REGISTER-LINE
               COMPUTE WS-AFTER-BALANCE =
                   WS-CUR-BALANCE + WS-SWEEP-AMOUNT
               IF WS-AFTER-BALANCE < ZERO - WS-CUR-LIMIT
                   PERFORM 2850-WRITE-BREACH-LINE
               END-IF
           END-IF
           PERFORM 2910-READ-LINK.

      *    A CLOSED OR MISSING CURRENT ACCOUNT NEEDS NO COVER.  AN
      *    INACTIVE ONE STILL GOES ON THE REGISTER AND, IF IN BREACH,
      *    ON THE BREACH LIST, BUT IS NOT SWEPT.
       2100-SET-SWEEP-NEEDED.
           IF ODL-SWEEP-TO-LIMIT
               IF WS-CUR-BALANCE < ZERO - WS-CUR-LIMIT
                   COMPUTE WS-SWEEP-NEEDED =
                       ZERO - WS-CUR-LIMIT - WS-CUR-BALANCE
               END-IF
           ELSE
               IF WS-CUR-BALANCE < ZERO
                   COMPUTE WS-SWEEP-NEEDED = ZERO - WS-CUR-BALANCE
               END-IF
           END-IF.

       2110-LOCATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE WS-LOOKUP-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       CONTINUE
                   ELSE
                       SET ACCT-FOUND TO TRUE
                   END-IF
           END-READ.

       2120-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           MOVE WS-LOOKUP-ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-EFFECTIVE-DATE <= WS-TODAY
                       AND (HLD-EXPIRY-DATE = ZERO
                           OR HLD-EXPIRY-DATE >= WS-TODAY)
                       SET HOLD-ACTIVE TO TRUE
                   END-IF
           END-READ.

      *    A LINK ALREADY SWEPT TODAY IS NOT SWEPT AGAIN - ITS PAIR
      *    MAY NOT HAVE POSTED YET, SO THE BALANCE STILL SHOWS THE
      *    SAME SHORTFALL AND A RERUN WOULD COVER IT TWICE.
       2200-EDIT-SWEEP.
           IF ODL-LAST-SWEEP-DATE = WS-TODAY
               MOVE 'SWEPT TODAY' TO WS-DISPOSITION
           END-IF
           IF WS-DISPOSITION = SPACES
               AND NOT ACCT-ACTIVE
               MOVE 'CUR NOT ACTIVE' TO WS-DISPOSITION
           END-IF
           IF WS-DISPOSITION = SPACES
               PERFORM 2120-CHECK-HOLD
               IF HOLD-ACTIVE
                   MOVE 'CURRENT HELD' TO WS-DISPOSITION
               END-IF
           END-IF
           IF WS-DISPOSITION = SPACES
               MOVE ODL-SAV-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 2110-LOCATE-ACCOUNT
               IF NOT ACCT-FOUND
                   OR NOT ACCT-ACTIVE
                   OR NOT ACCT-SAVINGS
                   MOVE 'SAVINGS INACTIVE' TO WS-DISPOSITION
               ELSE
                   MOVE ACCT-CUST-ID TO WS-SAV-CUST-ID
               END-IF
           END-IF
           IF WS-DISPOSITION = SPACES
               PERFORM 2120-CHECK-HOLD
               IF HOLD-ACTIVE
                   MOVE 'SAVINGS HELD' TO WS-DISPOSITION
               END-IF
           END-IF
           IF WS-DISPOSITION = SPACES
               PERFORM 2210-SET-SAV-AVAILABLE
               EVALUATE TRUE
                   WHEN WS-SAV-AVAILABLE NOT > ZERO
                       MOVE 'NO SAVINGS FUNDS' TO WS-DISPOSITION
                   WHEN WS-RDT-FOUND-SUB = ZERO
                       AND WS-RDT-COUNT NOT < 500
                       MOVE 'RUN TABLE FULL' TO WS-DISPOSITION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2210-SET-SAV-AVAILABLE.
           MOVE ZERO TO WS-RDT-FOUND-SUB
           PERFORM VARYING WS-RDT-SUB FROM 1 BY 1
               UNTIL WS-RDT-SUB > WS-RDT-COUNT
               OR WS-RDT-FOUND-SUB > ZERO
               IF WS-RDT-ACCT-ID (WS-RDT-SUB) = ACCT-ID
                   MOVE WS-RDT-SUB TO WS-RDT-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE ACCT-BALANCE TO WS-SAV-AVAILABLE
           IF WS-RDT-FOUND-SUB > ZERO
               SUBTRACT WS-RDT-AMOUNT (WS-RDT-FOUND-SUB)
                   FROM WS-SAV-AVAILABLE
           END-IF.

      *    THE DEBIT LEG IS WRITTEN UNDER THE LOWER OF THE TWO
      *    CONSECUTIVE IDS, AS XFERGEN DOES, SO PAYPOST SEES IT FIRST.
       2300-GENERATE-SWEEP-PAIR.
           IF WS-SWEEP-NEEDED > WS-SAV-AVAILABLE
               MOVE WS-SAV-AVAILABLE TO WS-SWEEP-AMOUNT
               MOVE 'PART - SAV SHORT' TO WS-DISPOSITION
               ADD 1 TO WS-PARTIAL-COUNT
           ELSE
               MOVE WS-SWEEP-NEEDED TO WS-SWEEP-AMOUNT
               MOVE 'SWEPT' TO WS-DISPOSITION
               ADD 1 TO WS-SWEPT-COUNT
           END-IF
           CALL 'PAYIDGEN' USING WS-DEBIT-TRANS-ID WS-IDGEN-JOB-NAME
           CALL 'PAYIDGEN' USING WS-CREDIT-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-DEBIT-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-SAV-CUST-ID TO PAY-CUST-ID
           MOVE ODL-SAV-ACCT-ID TO PAY-ACCT-ID
           MOVE WS-SWEEP-AMOUNT TO PAY-AMOUNT
           SET PAY-XFER-DEBIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-CREDIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           MOVE WS-CREDIT-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-CUR-CUST-ID TO PAY-CUST-ID
           MOVE ODL-CUR-ACCT-ID TO PAY-ACCT-ID
           MOVE WS-SWEEP-AMOUNT TO PAY-AMOUNT
           SET PAY-XFER-CREDIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-DEBIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           PERFORM 2310-RECORD-RUN-DEBIT
           MOVE WS-TODAY TO ODL-LAST-SWEEP-DATE
           MOVE WS-SWEEP-AMOUNT TO ODL-LAST-SWEEP-AMOUNT
           REWRITE OVERDRAFT-LINK-RECORD
           ADD WS-SWEEP-AMOUNT TO WS-SWEPT-TOTAL.

       2310-RECORD-RUN-DEBIT.
           IF WS-RDT-FOUND-SUB = ZERO
               ADD 1 TO WS-RDT-COUNT
               MOVE WS-RDT-COUNT TO WS-RDT-FOUND-SUB
               MOVE ODL-SAV-ACCT-ID TO WS-RDT-ACCT-ID (WS-RDT-FOUND-SUB)
               MOVE ZERO TO WS-RDT-AMOUNT (WS-RDT-FOUND-SUB)
           END-IF
           ADD WS-SWEEP-AMOUNT TO WS-RDT-AMOUNT (WS-RDT-FOUND-SUB).

       2800-WRITE-REGISTER-LINE.
           MOVE ODL-CUR-ACCT-ID TO WS-REG-CUR-ACCT
           MOVE ODL-SAV-ACCT-ID TO WS-REG-SAV-ACCT
           MOVE WS-CUR-BALANCE TO WS-REG-BALANCE
           MOVE WS-SWEEP-AMOUNT TO WS-REG-AMOUNT
           MOVE WS-DEBIT-TRANS-ID TO WS-REG-DEBIT-ID
           MOVE WS-DISPOSITION TO WS-REG-DISPOSITION
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2850-WRITE-BREACH-LINE.
           MOVE ODL-CUR-ACCT-ID TO WS-BRL-CUR-ACCT
           MOVE WS-CUR-CUST-ID TO WS-BRL-CUST-ID
           MOVE WS-AFTER-BALANCE TO WS-BRL-BALANCE
           MOVE WS-CUR-LIMIT TO WS-BRL-LIMIT
           MOVE WS-DISPOSITION TO WS-BRL-REASON
           MOVE WS-BREACH-DETAIL TO BREACH-LINE
           WRITE BREACH-LINE
           ADD 1 TO WS-BREACH-COUNT.

       2910-READ-LINK.
           READ OVERDRAFT-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINK-COUNT
           END-READ.

      *    BOTH LEGS OF EVERY SWEEP ENTER THE PAYMENT MASTER, SO THE
      *    LEDGER LEG CARRIES TWICE THE SWEEP COUNT AND TOTAL.
       3000-FINALIZE.
           MOVE WS-TODAY TO WS-LDG-RUN-DATE
           COMPUTE WS-LDG-ITEM-COUNT =
               (WS-SWEPT-COUNT + WS-PARTIAL-COUNT) * 2
           COMPUTE WS-LDG-AMOUNT-TOTAL = WS-SWEPT-TOTAL * 2
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-LDG-RUN-DATE
               WS-LDG-SOURCE-ID WS-LDG-ITEM-COUNT
               WS-LDG-AMOUNT-TOTAL
           CLOSE OVERDRAFT-LINK-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           CLOSE PAYMENT-MASTER
           CLOSE SWEEP-REGISTER
           CLOSE BREACH-LIST
           DISPLAY 'ODPSWEEP - LINKS READ        : ' WS-LINK-COUNT
           DISPLAY 'ODPSWEEP - NEEDING COVER     : ' WS-NEEDED-COUNT
           DISPLAY 'ODPSWEEP - SWEPT IN FULL     : ' WS-SWEPT-COUNT
           DISPLAY 'ODPSWEEP - SWEPT IN PART     : ' WS-PARTIAL-COUNT
           DISPLAY 'ODPSWEEP - NOT SWEPT         : '
               WS-NOT-SWEPT-COUNT
           DISPLAY 'ODPSWEEP - STILL IN BREACH   : ' WS-BREACH-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
