       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDEPMTRY.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    FIXED-TERM DEPOSIT MATURITY RUN AND EARLY BREAKS.  FOR THE
      *    RUN DATE ON THE TDMPARM CONTROL CARD, WALKS THE TERM-
      *    DEPOSIT FILE (OPENED BY TDEPOPEN) AND CARRIES OUT EACH
      *    MATURED DEPOSIT'S STANDING INSTRUCTION:
      *      ROLLOVER - THE INTEREST EARNED TO THE MATURITY DATE AT
      *        THE CONTRACT RATE IS CAPITALISED INTO THE DEPOSIT AND
      *        A NEW TERM OF THE SAME LENGTH STARTS ON THE OLD
      *        MATURITY DATE AT THE TERM-RATE ROW IN FORCE ON THE RUN
      *        DATE, WHICH BECOMES THE NEW CONTRACT RATE.  WITH NO
      *        RATE IN FORCE FOR THE TERM THE DEPOSIT IS LEFT AS IT
      *        IS AND LISTED, AND THE NEXT RUN TRIES AGAIN.
      *      PAYOUT   - THE INTEREST IS CAPITALISED THE SAME WAY AND
      *        THE WHOLE BALANCE IS RELEASED AS A LINKED TDEP DR /
      *        TDEP CR PAIR ON THE PAYMENT MASTER - DR ON THE
      *        DEPOSIT, CR ON THE NOMINATED CURRENT ACCOUNT - WHICH
      *        PAYPOST POSTS BOTH-OR-NEITHER.  THE TERM RECORD IS
      *        MARKED PAID OUT, AND ONCE THE PAIR HAS POSTED AND THE
      *        DEPOSIT STANDS AT ZERO A LATER RUN CLOSES THE ACCOUNT.
      *        IF PAYPOST REJECTS THE PAIR INSTEAD, THE NEXT RUN FINDS
      *        THE REJECTED TDEP DR LEG, PUTS THE DEPOSIT BACK TO
      *        ACTIVE AND LISTS IT, AND THE RUN AFTER WRITES THE
      *        RELEASE AGAIN ONCE WHATEVER STOPPED IT IS CLEARED.
      *    THE CAPITALISATION GOES THROUGH THE SHARED AUDITLOG CALL
      *    WITH THE SAME INT-CAPITAL REFERENCE INTACCR USES, SO THE
      *    INTEREST IS PICKED UP BY INTYREND FOR TAX REPORTING.  A
      *    DEPOSIT CAN BE WITHDRAWN BEFORE MATURITY ONLY THROUGH AN
      *    EARLY-BREAK TRANSACTION ON THE TDBRKTRN FILE: THE PENALTY
      *    IS THE CONTRACTED INTEREST - EVERYTHING ACCRUED AT THE
      *    CONTRACT RATE IN THE CURRENT TERM IS FORFEITED, NOTHING
      *    IS CAPITALISED - AND THE PRINCIPAL IS RELEASED TO THE
      *    NOMINATED ACCOUNT BY A TDEP PAIR AS FOR A PAYOUT.  PAYPOST
      *    REFUSES EVERY OTHER DEBIT ON A TERM DEPOSIT.  A RELEASE IS
      *    NOT WRITTEN WHILE EITHER ACCOUNT CARRIES A HOLD THAT
      *    PAYPOST WOULD APPLY TO ITS LEG; A MATURED DEPOSIT HELD
      *    THIS WAY IS RETRIED ON THE NEXT RUN.  EVERY TERM RECORD
      *    AND ACCOUNT CHANGE IS JOURNALLED THROUGH MNTJRNL, EVERY
      *    ACTION PRINTS ON THE MATURITY REGISTER, AND THE LEGS
      *    ENTERING THE PAYMENT MASTER ARE POSTED TO THE CONTROL
      *    LEDGER FOR PIPERECN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO TDMPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BREAK-TRAN-FILE ASSIGN TO TDBRKTRN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERM-RATE-FILE ASSIGN TO TERMRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRMR-FS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO TDEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCT-ID
               FILE STATUS IS WS-TDEP-FS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-ACCT-ID
               FILE STATUS IS WS-ACCR-FS.

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

           SELECT MATURITY-REGISTER ASSIGN TO TDMTYRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).

       FD  BREAK-TRAN-FILE
           RECORDING MODE IS F.
       01  BREAK-TRAN-RECORD.
           05 TDB-DEP-ACCT-ID         PIC X(10).
           05 TDB-REQUEST-REF         PIC X(12).
           05 TDB-OPERATOR-REF        PIC X(12).

       FD  TERM-RATE-FILE
           RECORDING MODE IS F.
       01  TERM-RATE-RECORD.
           COPY TERM-RATE-RECORD.

       FD  TERM-DEPOSIT-FILE
           RECORDING MODE IS F.
       01  TERM-DEPOSIT-RECORD.
           COPY TERM-DEPOSIT-RECORD.

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-RECORD.
           COPY ACCRUAL-RECORD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLD-RECORD.

       FD  PAYMENT-MASTER
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  MATURITY-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'TDEPMTRY'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-TRMR-FS                  PIC XX VALUE SPACES.
           88 WS-TRMR-MISSING          VALUE '35'.
       01  WS-TDEP-FS                  PIC XX VALUE SPACES.
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-ACCR-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TDEP-EOF             PIC X VALUE 'N'.
              88 TDEP-EOF             VALUE 'Y'.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-RATE-EOF             PIC X VALUE 'N'.
              88 RATE-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-ACCR-FOUND-SW        PIC X VALUE 'N'.
              88 ACCR-FOUND           VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.
           05 WS-TERM-MATCHED-SW      PIC X VALUE 'N'.
              88 TERM-MATCHED         VALUE 'Y'.
           05 WS-PAY-EOF              PIC X VALUE 'N'.
              88 PAY-EOF              VALUE 'Y'.
           05 WS-RELEASE-LEG-STATUS   PIC X(10) VALUE SPACES.
              88 RELEASE-LEG-REJECTED VALUE 'REJECTED  '.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-HOLD-CHECK.
           05 WS-HC-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 WS-HC-DEBIT-SW          PIC X VALUE 'N'.
           05 WS-HC-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-DEP-CUST-ID              PIC 9(8) VALUE ZERO.
       01  WS-PAYOUT-CUST-ID           PIC 9(8) VALUE ZERO.
       01  WS-RELEASE-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PENALTY-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-RATE                 PIC 9V9(6) COMP-3 VALUE ZERO.
       01  WS-ACCRUE-TO-DATE           PIC 9(8) VALUE ZERO.
       01  WS-ACCRUE-FROM-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DEBIT-TRANS-ID           PIC 9(12) VALUE ZERO.
       01  WS-CREDIT-TRANS-ID          PIC 9(12) VALUE ZERO.
       01  WS-IDGEN-JOB-NAME           PIC X(8) VALUE 'TDEPMTRY'.

       01  WS-SAVE-BALANCE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DAY-INTEREST             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ELAPSED-DAYS             PIC 9(5) VALUE ZERO.
       01  WS-YEAR-BASIS               PIC 9(3) VALUE 365.
       01  WS-BASIS-YEAR               PIC 9(4) VALUE ZERO.
       01  WS-AUDIT-REF-ID             PIC X(12) VALUE 'INT-CAPITAL '.
       01  WS-AUDIT-JOB-NAME           PIC X(8) VALUE 'TDEPMTRY'.

      *    A NEW TERM'S MATURITY DATE IS WORKED OUT ON THE CALENDAR
      *    EXACTLY AS TDEPOPEN AND LOANMTRY DO IT.
       01  WS-MATURITY-DATE.
           05 WS-MAT-YEAR             PIC 9(4).
           05 WS-MAT-MONTH            PIC 9(2).
           05 WS-MAT-DAY              PIC 9(2).
       01  WS-MATURITY-NUM REDEFINES WS-MATURITY-DATE
                                      PIC 9(8).
       01  WS-TOTAL-MONTHS             PIC 9(6) VALUE ZERO.
       01  WS-MONTH-QUOTIENT           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-REMAINDER          PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(2) VALUE ZERO.

      *    THE TERM-RATE TABLE IN FORCE ON THE RUN DATE: PER TERM,
      *    THE ROW WITH THE LATEST EFFECTIVE DATE AT OR BEFORE IT.
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
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'TDEPMTRY'.

       01  WS-COUNTERS.
           05 WS-DEPOSIT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ROLLED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-PAYOUT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-CLOSED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-DEFERRED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REINSTATED-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-BROKEN-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CAPITALISED-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PENALTY-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-SOURCE-ID        PIC X(8) VALUE 'TERMDEP '.
           05 WS-LDG-ITEM-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LDG-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-ACCT-ID           PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-MATURITY          PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-AMOUNT            PIC -(8)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-PENALTY           PIC -(6)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DEPOSIT UNTIL TDEP-EOF
           PERFORM 2500-PROCESS-BREAK UNTIL TRAN-EOF
           PERFORM 3600-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'TDEPMTRY - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-TERM-RATES
           OPEN I-O    TERM-DEPOSIT-FILE
           OPEN I-O    ACCOUNT-MASTER
           OPEN I-O    ACCRUAL-FILE
           OPEN INPUT  HOLD-FILE
           OPEN I-O    PAYMENT-MASTER
           OPEN INPUT  BREAK-TRAN-FILE
           OPEN OUTPUT MATURITY-REGISTER
           PERFORM 2910-READ-DEPOSIT
           PERFORM 2920-READ-BREAK.

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
           IF TRT-EFFECTIVE-DATE <= WS-RUN-DATE
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
                   DISPLAY 'TDEPMTRY - TERM RATE TABLE FULL AT 50, '
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

      *    A PAID-OUT DEPOSIT IS CLOSED ONCE ITS RELEASE HAS POSTED;
      *    AN ACTIVE ONE IS ACTED ON FROM ITS MATURITY DATE ON.
       2000-PROCESS-DEPOSIT.
           ADD 1 TO WS-DEPOSIT-COUNT
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE ZERO TO WS-PENALTY-AMOUNT
           EVALUATE TRUE
               WHEN TDP-PAID-OUT
                   PERFORM 2100-CLOSE-PAID-DEPOSIT
               WHEN TDP-ACTIVE
                   AND TDP-MATURITY-DATE <= WS-RUN-DATE
                   PERFORM 2200-MATURE-DEPOSIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2910-READ-DEPOSIT.

       2100-CLOSE-PAID-DEPOSIT.
           MOVE TDP-ACCT-ID TO ACCT-ID
           PERFORM 2150-LOCATE-ACCOUNT
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   MOVE 'DEPOSIT ACCT NOT ON FILE'
                       TO WS-REG-DISPOSITION
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN ACCT-BALANCE NOT = ZERO
                   PERFORM 2120-CHECK-RELEASE-LEG
                   IF RELEASE-LEG-REJECTED
                       PERFORM 2130-REINSTATE-DEPOSIT
                       MOVE 'PAYOUT REJECTED - REINSTATED'
                           TO WS-REG-DISPOSITION
                       ADD 1 TO WS-REINSTATED-COUNT
                   ELSE
                       MOVE 'PAYOUT NOT YET POSTED'
                           TO WS-REG-DISPOSITION
                       ADD 1 TO WS-DEFERRED-COUNT
                   END-IF
               WHEN OTHER
                   PERFORM 2110-CLOSE-DEPOSIT-ACCOUNT
                   MOVE 'CLOSED AFTER PAYOUT' TO WS-REG-DISPOSITION
                   ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE
           MOVE ZERO TO WS-RELEASE-AMOUNT
           IF ACCT-FOUND
               MOVE ACCT-BALANCE TO WS-RELEASE-AMOUNT
           END-IF
           PERFORM 2800-WRITE-REGISTER-LINE.

       2110-CLOSE-DEPOSIT-ACCOUNT.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO WS-JRN-BEFORE-IMAGE
           SET ACCT-CLOSED TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE 'ACCTMSTR' TO WS-JRN-FILE-ID
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE ACCOUNT-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE SPACES TO WS-JRN-OPERATOR-REF
           PERFORM 3800-CALL-JOURNAL
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO WS-JRN-BEFORE-IMAGE
           SET TDP-CLOSED TO TRUE
           PERFORM 2700-REWRITE-TERM-RECORD.

      *    THE DEPOSIT'S PAYMENTS ARE WALKED ON THE ALTERNATE KEY,
      *    OLDEST FIRST, SO THE LAST TDEP DR LEG SEEN IS THE RELEASE
      *    THIS RUN OR AN EARLIER ONE WROTE FOR THE CURRENT PAYOUT.
      *    PAYPOST POSTS THE PAIR BOTH-OR-NEITHER, SO A REJECTED
      *    DEBIT LEG MEANS NO MONEY MOVED.
       2120-CHECK-RELEASE-LEG.
           MOVE SPACES TO WS-RELEASE-LEG-STATUS
           MOVE 'N' TO WS-PAY-EOF
           MOVE TDP-ACCT-ID TO PAY-ACCT-ID
           START PAYMENT-MASTER KEY IS = PAY-ACCT-ID
               INVALID KEY
                   SET PAY-EOF TO TRUE
           END-START
           IF NOT PAY-EOF
               PERFORM 2930-READ-PAYMENT-BY-ACCT
           END-IF
           PERFORM UNTIL PAY-EOF
               OR PAY-ACCT-ID NOT = TDP-ACCT-ID
               IF PAY-TDEP-DEBIT
                   MOVE PAY-STATUS TO WS-RELEASE-LEG-STATUS
               END-IF
               PERFORM 2930-READ-PAYMENT-BY-ACCT
           END-PERFORM.

      *    WITH THE RELEASE REFUSED THE DEPOSIT GOES BACK TO ACTIVE:
      *    A MATURED ONE IS RE-RELEASED BY THE NEXT RUN, WHICH EDITS
      *    THE ACCOUNTS AND HOLDS AFRESH; A BROKEN ONE RUNS ON TO ITS
      *    MATURITY UNLESS A NEW BREAK IS KEYED.
       2130-REINSTATE-DEPOSIT.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO WS-JRN-BEFORE-IMAGE
           SET TDP-ACTIVE TO TRUE
           MOVE SPACES TO WS-JRN-OPERATOR-REF
           PERFORM 2700-REWRITE-TERM-RECORD.

       2150-LOCATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.

      *    NOTHING IS CHANGED FOR A MATURED DEPOSIT UNTIL EVERYTHING
      *    ITS INSTRUCTION NEEDS IS IN PLACE - A RATE FOR THE ROLL,
      *    OR A USABLE, UNHELD PAIR OF ACCOUNTS FOR THE PAYOUT - SO A
      *    DEFERRED DEPOSIT IS SIMPLY PICKED UP AGAIN NEXT RUN.
       2200-MATURE-DEPOSIT.
           MOVE TDP-ACCT-ID TO ACCT-ID
           PERFORM 2150-LOCATE-ACCOUNT
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   MOVE 'DEPOSIT ACCT NOT ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN ACCT-CLOSED
                   MOVE 'DEPOSIT ACCT IS CLOSED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN ACCT-BALANCE NOT > ZERO
                   MOVE 'DEPOSIT NOT YET FUNDED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN OTHER
                   MOVE ACCT-CUST-ID TO WS-DEP-CUST-ID
           END-EVALUATE
           IF NOT EDIT-FAILED
               AND TDP-ROLLOVER
               PERFORM 2210-FIND-ROLLOVER-RATE
           END-IF
           IF NOT EDIT-FAILED
               AND TDP-PAYOUT
               PERFORM 2300-EDIT-RELEASE
           END-IF
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-DEFERRED-COUNT
               MOVE ZERO TO WS-RELEASE-AMOUNT
           ELSE
               MOVE TDP-MATURITY-DATE TO WS-ACCRUE-TO-DATE
               PERFORM 2400-ACCRUE-TO-DATE
               PERFORM 2450-CAPITALISE-INTEREST
               MOVE ACCT-BALANCE TO WS-RELEASE-AMOUNT
               IF TDP-ROLLOVER
                   PERFORM 2220-ROLL-OVER-TERM
                   MOVE 'ROLLED OVER FOR NEW TERM'
                       TO WS-REG-DISPOSITION
                   ADD 1 TO WS-ROLLED-COUNT
               ELSE
                   PERFORM 2600-GENERATE-RELEASE
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE TERM-DEPOSIT-RECORD TO WS-JRN-BEFORE-IMAGE
                   SET TDP-PAID-OUT TO TRUE
                   MOVE SPACES TO WS-JRN-OPERATOR-REF
                   PERFORM 2700-REWRITE-TERM-RECORD
                   MOVE 'MATURED - PAYOUT READY'
                       TO WS-REG-DISPOSITION
                   ADD 1 TO WS-PAYOUT-COUNT
               END-IF
           END-IF
           PERFORM 2800-WRITE-REGISTER-LINE.

       2210-FIND-ROLLOVER-RATE.
           MOVE 'N' TO WS-TERM-MATCHED-SW
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               OR TERM-MATCHED
               IF WS-TERM-MONTHS (WS-TERM-SUB) = TDP-TERM-MONTHS
                   SET TERM-MATCHED TO TRUE
                   MOVE WS-TERM-RATE (WS-TERM-SUB) TO WS-NEW-RATE
               END-IF
           END-PERFORM
           IF NOT TERM-MATCHED
               MOVE 'NO RATE IN FORCE - NOT ROLLED' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF.

      *    THE NEW TERM RUNS FROM THE OLD MATURITY DATE, NOT FROM THE
      *    RUN DATE, SO A LATE RUN NEVER SHIFTS THE DEPOSIT'S CYCLE.
       2220-ROLL-OVER-TERM.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE TDP-MATURITY-DATE TO TDP-START-DATE
           PERFORM 2230-SET-MATURITY-DATE
           MOVE WS-MATURITY-NUM TO TDP-MATURITY-DATE
           MOVE WS-NEW-RATE TO TDP-CONTRACT-RATE
           MOVE SPACES TO WS-JRN-OPERATOR-REF
           PERFORM 2700-REWRITE-TERM-RECORD.

       2230-SET-MATURITY-DATE.
           MOVE TDP-START-DATE TO WS-MATURITY-DATE
           COMPUTE WS-TOTAL-MONTHS =
               (WS-MAT-YEAR * 12) + WS-MAT-MONTH - 1
               + TDP-TERM-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-MONTH-QUOTIENT
               REMAINDER WS-MONTH-REMAINDER
           MOVE WS-MONTH-QUOTIENT TO WS-MAT-YEAR
           COMPUTE WS-MAT-MONTH = WS-MONTH-REMAINDER + 1
           PERFORM 2240-SET-MONTH-END-DAY
           IF WS-MAT-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-MAT-DAY
           END-IF.

       2240-SET-MONTH-END-DAY.
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

      *    THE RELEASE PAIR MUST GET THROUGH PAYPOST: THE NOMINATED
      *    ACCOUNT MUST BE AN OPEN CURRENT ACCOUNT AND NEITHER LEG
      *    MAY MEET A HOLD.  THE ACCOUNT RECORD IS RE-READ FOR THE
      *    DEPOSIT BEFORE RETURNING, SINCE THE CAPITALISATION AND
      *    THE RELEASE BOTH WORK FROM IT.
       2300-EDIT-RELEASE.
           MOVE TDP-PAYOUT-ACCT-ID TO ACCT-ID
           PERFORM 2150-LOCATE-ACCOUNT
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   MOVE 'PAYOUT ACCT NOT ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN NOT ACCT-CURRENT
                   MOVE 'PAYOUT ACCT IS NOT CURRENT' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN ACCT-CLOSED
                   MOVE 'PAYOUT ACCT IS CLOSED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN OTHER
                   MOVE ACCT-CUST-ID TO WS-PAYOUT-CUST-ID
           END-EVALUATE
           MOVE TDP-ACCT-ID TO ACCT-ID
           PERFORM 2150-LOCATE-ACCOUNT
           IF NOT EDIT-FAILED
               MOVE TDP-ACCT-ID TO WS-HC-ACCT-ID
               MOVE 'Y' TO WS-HC-DEBIT-SW
               MOVE ACCT-BALANCE TO WS-HC-AMOUNT
               PERFORM 2350-CHECK-HOLD
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDP-PAYOUT-ACCT-ID TO WS-HC-ACCT-ID
               MOVE 'N' TO WS-HC-DEBIT-SW
               PERFORM 2350-CHECK-HOLD
           END-IF.

      *    THE SAME HOLD RULES PAYPOST APPLIES TO A PAIR LEG.  THE
      *    AMOUNT COMPARED WITH A STOP IS THE BALANCE BEFORE ANY
      *    INTEREST IS ADDED; A STOP THAT MATCHES ONLY THE FINAL
      *    FIGURE IS CAUGHT BY PAYPOST AND THE PAIR EXCEPTIONED.
       2350-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE WS-HC-ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ
           IF HOLD-FOUND
               AND HLD-EFFECTIVE-DATE <= WS-RUN-DATE
               AND (HLD-EXPIRY-DATE = ZERO
                   OR HLD-EXPIRY-DATE >= WS-RUN-DATE)
               EVALUATE TRUE
                   WHEN HLD-FULL-FREEZE
                       MOVE 'ACCOUNT FROZEN' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN HLD-DEBIT-BLOCK
                       AND WS-HC-DEBIT-SW = 'Y'
                       MOVE 'DEBIT BLOCKED' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN HLD-STOP-AMOUNT
                       AND WS-HC-AMOUNT = HLD-AMOUNT
                       MOVE 'STOP PAYMENT' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
               END-EVALUATE
           END-IF.

      *    BRINGS THE ACCRUAL UP TO WS-ACCRUE-TO-DATE AT THE CONTRACT
      *    RATE, ON THE SAME ACTUAL/365-OR-366 BASIS INTACCR USES.
      *    INTACCR STOPS ACCRUING A DEPOSIT AT ITS MATURITY DATE, SO
      *    THIS ONLY EVER FILLS THE DAYS THE NIGHTLY RUN HAS NOT YET
      *    REACHED.  A DEPOSIT WITH NO ACCRUAL RECORD ACCRUES FROM
      *    THE START OF ITS TERM.
       2400-ACCRUE-TO-DATE.
           PERFORM 2410-LOCATE-ACCRUAL-RECORD
           IF ACCR-FOUND
               AND ACR-LAST-ACCR-DATE NOT = ZERO
               MOVE ACR-LAST-ACCR-DATE TO WS-ACCRUE-FROM-DATE
           ELSE
               MOVE TDP-START-DATE TO WS-ACCRUE-FROM-DATE
           END-IF
           MOVE ZERO TO WS-ELAPSED-DAYS
           IF WS-ACCRUE-FROM-DATE < WS-ACCRUE-TO-DATE
               COMPUTE WS-ELAPSED-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ACCRUE-FROM-DATE)
           END-IF
           IF WS-ELAPSED-DAYS > ZERO
               AND ACCT-BALANCE > ZERO
               MOVE WS-ACCRUE-TO-DATE (1:4) TO WS-BASIS-YEAR
               PERFORM 2420-SET-YEAR-BASIS
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   ACCT-BALANCE * TDP-CONTRACT-RATE * WS-ELAPSED-DAYS
                   / WS-YEAR-BASIS
               IF ACCR-FOUND
                   ADD WS-DAY-INTEREST TO ACR-ACCRUED-AMOUNT
                   MOVE WS-ACCRUE-TO-DATE TO ACR-LAST-ACCR-DATE
                   REWRITE ACCRUAL-RECORD
               ELSE
                   MOVE ACCT-ID TO ACR-ACCT-ID
                   MOVE WS-DAY-INTEREST TO ACR-ACCRUED-AMOUNT
                   MOVE WS-ACCRUE-TO-DATE TO ACR-LAST-ACCR-DATE
                   WRITE ACCRUAL-RECORD
                   SET ACCR-FOUND TO TRUE
               END-IF
           END-IF.

       2410-LOCATE-ACCRUAL-RECORD.
           MOVE 'N' TO WS-ACCR-FOUND-SW
           MOVE ACCT-ID TO ACR-ACCT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCR-FOUND TO TRUE
           END-READ.

       2420-SET-YEAR-BASIS.
           MOVE 365 TO WS-YEAR-BASIS
           DIVIDE WS-BASIS-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 366 TO WS-YEAR-BASIS
           END-IF
           DIVIDE WS-BASIS-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 365 TO WS-YEAR-BASIS
               DIVIDE WS-BASIS-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 366 TO WS-YEAR-BASIS
               END-IF
           END-IF.

       2450-CAPITALISE-INTEREST.
           IF ACCR-FOUND
               AND ACR-ACCRUED-AMOUNT NOT = ZERO
               MOVE ACCT-BALANCE TO WS-SAVE-BALANCE
               ADD ACR-ACCRUED-AMOUNT TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               CALL 'AUDITLOG' USING ACCT-ID WS-SAVE-BALANCE
                   ACCT-BALANCE WS-AUDIT-REF-ID WS-AUDIT-JOB-NAME
               ADD ACR-ACCRUED-AMOUNT TO WS-CAPITALISED-TOTAL
               MOVE ZERO TO ACR-ACCRUED-AMOUNT
               REWRITE ACCRUAL-RECORD
           END-IF.

       2500-PROCESS-BREAK.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE ZERO TO WS-RELEASE-AMOUNT
           MOVE ZERO TO WS-PENALTY-AMOUNT
           MOVE SPACES TO WS-REG-MATURITY
           PERFORM 2510-EDIT-BREAK
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2550-BREAK-DEPOSIT
               MOVE 'BROKEN - INTEREST FORFEITED'
                   TO WS-REG-DISPOSITION
               ADD 1 TO WS-BROKEN-COUNT
           END-IF
           MOVE TDB-DEP-ACCT-ID TO WS-REG-ACCT-ID
           MOVE WS-RELEASE-AMOUNT TO WS-REG-AMOUNT
           MOVE WS-PENALTY-AMOUNT TO WS-REG-PENALTY
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM 2920-READ-BREAK.

       2510-EDIT-BREAK.
           IF TDB-DEP-ACCT-ID NOT NUMERIC
               OR TDB-DEP-ACCT-ID = '0000000000'
               MOVE 'DEP ACCT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDB-DEP-ACCT-ID TO TDP-ACCT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       MOVE 'NOT A TERM DEPOSIT' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE TDP-MATURITY-DATE TO WS-REG-MATURITY
               END-READ
           END-IF
           IF NOT EDIT-FAILED
               AND NOT TDP-ACTIVE
               MOVE 'DEPOSIT NOT ACTIVE' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND TDP-MATURITY-DATE <= WS-RUN-DATE
               MOVE 'MATURED - NO EARLY BREAK' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE TDP-ACCT-ID TO ACCT-ID
               PERFORM 2150-LOCATE-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT ACCT-FOUND
                       MOVE 'DEPOSIT ACCT NOT ON FILE'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN ACCT-CLOSED
                       MOVE 'DEPOSIT ACCT IS CLOSED' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN ACCT-BALANCE NOT > ZERO
                       MOVE 'DEPOSIT NOT YET FUNDED' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN OTHER
                       MOVE ACCT-CUST-ID TO WS-DEP-CUST-ID
               END-EVALUATE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2300-EDIT-RELEASE
           END-IF.

      *    THE PENALTY IS THE CONTRACTED INTEREST: THE ACCRUAL IS
      *    BROUGHT UP TO THE RUN DATE SO THE FIGURE FORFEITED IS THE
      *    WHOLE OF THE CURRENT TERM'S INTEREST TO DATE, THEN IT IS
      *    WRITTEN OFF THE ACCRUAL FILE AND ONLY THE BALANCE IS PAID.
       2550-BREAK-DEPOSIT.
           MOVE WS-RUN-DATE TO WS-ACCRUE-TO-DATE
           PERFORM 2400-ACCRUE-TO-DATE
           IF ACCR-FOUND
               MOVE ACR-ACCRUED-AMOUNT TO WS-PENALTY-AMOUNT
               MOVE ZERO TO ACR-ACCRUED-AMOUNT
               IF ACR-LAST-ACCR-DATE < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO ACR-LAST-ACCR-DATE
               END-IF
               REWRITE ACCRUAL-RECORD
           END-IF
           ADD WS-PENALTY-AMOUNT TO WS-PENALTY-TOTAL
           MOVE ACCT-BALANCE TO WS-RELEASE-AMOUNT
           PERFORM 2600-GENERATE-RELEASE
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO WS-JRN-BEFORE-IMAGE
           SET TDP-PAID-OUT TO TRUE
           MOVE TDB-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           PERFORM 2700-REWRITE-TERM-RECORD.

      *    THE DEBIT LEG IS WRITTEN UNDER THE LOWER OF THE TWO
      *    CONSECUTIVE IDS SO PAYPOST SEES IT FIRST AND ITS PARTNER
      *    IMMEDIATELY AFTER, AS FOR AN XFERGEN TRANSFER.
       2600-GENERATE-RELEASE.
           CALL 'PAYIDGEN' USING WS-DEBIT-TRANS-ID WS-IDGEN-JOB-NAME
           CALL 'PAYIDGEN' USING WS-CREDIT-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-DEBIT-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-DEP-CUST-ID TO PAY-CUST-ID
           MOVE TDP-ACCT-ID TO PAY-ACCT-ID
           MOVE WS-RELEASE-AMOUNT TO PAY-AMOUNT
           SET PAY-TDEP-DEBIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-CREDIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           MOVE WS-CREDIT-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-PAYOUT-CUST-ID TO PAY-CUST-ID
           MOVE TDP-PAYOUT-ACCT-ID TO PAY-ACCT-ID
           MOVE WS-RELEASE-AMOUNT TO PAY-AMOUNT
           SET PAY-TDEP-CREDIT TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-DEBIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           ADD WS-RELEASE-AMOUNT TO WS-RELEASED-TOTAL
           ADD 2 TO WS-LDG-ITEM-COUNT.

      *    THE CALLER SAVES THE BEFORE IMAGE AND SETS THE OPERATOR.
       2700-REWRITE-TERM-RECORD.
           REWRITE TERM-DEPOSIT-RECORD
           MOVE 'TDEPFILE' TO WS-JRN-FILE-ID
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE TDP-ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 3800-CALL-JOURNAL.

       2800-WRITE-REGISTER-LINE.
           MOVE TDP-ACCT-ID TO WS-REG-ACCT-ID
           MOVE TDP-MATURITY-DATE TO WS-REG-MATURITY
           MOVE WS-RELEASE-AMOUNT TO WS-REG-AMOUNT
           MOVE WS-PENALTY-AMOUNT TO WS-REG-PENALTY
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET TDEP-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       2920-READ-BREAK.
           READ BREAK-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       2930-READ-PAYMENT-BY-ACCT.
           READ PAYMENT-MASTER NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

      *    BOTH LEGS OF EVERY RELEASE ENTER THE PAYMENT MASTER, SO
      *    THE LEDGER LEG CARRIES TWO ITEMS AND TWICE THE AMOUNT PER
      *    DEPOSIT PAID OUT OR BROKEN.
       3600-FINALIZE.
           COMPUTE WS-LDG-AMOUNT-TOTAL = WS-RELEASED-TOTAL * 2
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-RUN-DATE
               WS-LDG-SOURCE-ID WS-LDG-ITEM-COUNT
               WS-LDG-AMOUNT-TOTAL
           CLOSE TERM-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE ACCRUAL-FILE
           CLOSE HOLD-FILE
           CLOSE PAYMENT-MASTER
           CLOSE BREAK-TRAN-FILE
           CLOSE MATURITY-REGISTER
           DISPLAY 'TDEPMTRY - DEPOSITS REVIEWED : ' WS-DEPOSIT-COUNT
           DISPLAY 'TDEPMTRY - ROLLED OVER       : ' WS-ROLLED-COUNT
           DISPLAY 'TDEPMTRY - PAID OUT          : ' WS-PAYOUT-COUNT
           DISPLAY 'TDEPMTRY - CLOSED            : ' WS-CLOSED-COUNT
           DISPLAY 'TDEPMTRY - DEFERRED          : ' WS-DEFERRED-COUNT
           DISPLAY 'TDEPMTRY - REINSTATED        : '
               WS-REINSTATED-COUNT
           DISPLAY 'TDEPMTRY - BREAKS READ       : ' WS-TRAN-COUNT
           DISPLAY 'TDEPMTRY - BREAKS APPLIED    : ' WS-BROKEN-COUNT
           DISPLAY 'TDEPMTRY - BREAKS REJECTED   : ' WS-REJECT-COUNT
           DISPLAY 'TDEPMTRY - INTEREST CAPITAL  : '
               WS-CAPITALISED-TOTAL
           DISPLAY 'TDEPMTRY - INTEREST FORFEIT  : '
               WS-PENALTY-TOTAL.

       3800-CALL-JOURNAL.
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
