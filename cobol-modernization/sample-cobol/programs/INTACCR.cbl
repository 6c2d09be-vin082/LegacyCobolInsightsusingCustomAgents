      *    OR MORE GENERATIONS PER LOAN IN ASCENDING ACCT-ID THEN
      *    EFFECTIVE-DATE ORDER, OF WHICH THE LATEST AT OR BEFORE THE
      *    RUN DATE IS USED, AS IT IS FOR AMORTGEN.
      *    A TERM DEPOSIT ACCRUES CREDIT INTEREST AT THE CONTRACT RATE
      *    FIXED ON ITS TERM-DEPOSIT RECORD WHEN IT WAS OPENED OR LAST
      *    ROLLED, AND ONLY WHILE THE TERM IS ACTIVE AND THE RUN DATE
      *    HAS NOT PASSED ITS MATURITY DATE; IT IS NEVER CAPITALIZED
      *    HERE - TDEPMTRY TOPS THE ACCRUAL UP TO THE MATURITY DATE AND
      *    CAPITALIZES OR FORFEITS IT AS THE TERM ENDS.  A LOAN CHRGOFF
      *    HAS CHARGED OFF ACCRUES NOTHING FURTHER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ACR-ACCT-ID
               FILE STATUS IS WS-ACCR-FS.

           SELECT OPTIONAL TERM-DEPOSIT-FILE ASSIGN TO TDEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDP-ACCT-ID
               FILE STATUS IS WS-TDEP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
       01  ACCRUAL-RECORD.
           COPY ACCRUAL-RECORD.

       FD  TERM-DEPOSIT-FILE
           RECORDING MODE IS F.
       01  TERM-DEPOSIT-RECORD.
           COPY TERM-DEPOSIT-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
       01  WS-ACCR-FS                 PIC XX VALUE SPACES.
           88 WS-ACCR-OK              VALUE '00'.

       01  WS-TDEP-FS                 PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-ACCT-EOF            PIC X VALUE 'N'.
              88 ACCT-EOF            VALUE 'Y'.
              88 RATE-FOUND          VALUE 'Y'.
           05 WS-TERMS-FOUND-SW      PIC X VALUE 'N'.
              88 TERMS-FOUND         VALUE 'Y'.
           05 WS-TDEP-FOUND-SW       PIC X VALUE 'N'.
              88 TDEP-FOUND          VALUE 'Y'.

       01  WS-TIER-MATCHED-SW         PIC X VALUE 'N'.
           88 TIER-MATCHED            VALUE 'Y'.
           05 WS-CAPITALIZED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-MISSING-TERMS-COUNT PIC 9(7) VALUE ZERO.
           05 WS-NO-TIER-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-MISSING-TDEP-COUNT  PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-ACCRUED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           OPEN I-O   ACCOUNT-MASTER
           OPEN INPUT LOAN-TERMS-FILE
           OPEN I-O   ACCRUAL-FILE
           OPEN INPUT TERM-DEPOSIT-FILE
           PERFORM 2910-READ-ACCOUNT
           PERFORM 2930-READ-LOAN-TERMS.

           ADD 1 TO WS-ACCT-COUNT
           EVALUATE TRUE
               WHEN ACCT-CLOSED
               WHEN ACCT-CHARGED-OFF
                   CONTINUE
               WHEN ACCT-SAVINGS
                   PERFORM 2100-ACCRUE-SAVINGS
               WHEN ACCT-LOAN
                   PERFORM 2200-ACCRUE-LOAN
               WHEN ACCT-TERM-DEPOSIT
                   PERFORM 2500-ACCRUE-TERM-DEPOSIT
           END-EVALUATE
           PERFORM 2910-READ-ACCOUNT.

               REWRITE ACCRUAL-RECORD
           END-IF.

      *    A DEPOSIT PAST ITS MATURITY DATE IS LEFT FOR TDEPMTRY,
      *    WHICH ACCRUES THE DAYS UP TO MATURITY ITSELF, SO NO DAY
      *    BEYOND THE TERM IS EVER PAID AT THE OLD CONTRACT RATE.
       2500-ACCRUE-TERM-DEPOSIT.
           MOVE 'N' TO WS-TDEP-FOUND-SW
           MOVE ACCT-ID TO TDP-ACCT-ID
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-TDEP-COUNT
               NOT INVALID KEY
                   SET TDEP-FOUND TO TRUE
           END-READ
           IF TDEP-FOUND
               AND TDP-ACTIVE
               AND WS-RUN-DATE <= TDP-MATURITY-DATE
               AND ACCT-BALANCE > ZERO
               MOVE TDP-CONTRACT-RATE TO WS-ANNUAL-RATE
               PERFORM 2300-ACCRUE-INTEREST
           END-IF.

       2910-READ-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-TERMS-FILE
           CLOSE ACCRUAL-FILE
           CLOSE TERM-DEPOSIT-FILE
           DISPLAY 'INTACCR - ACCOUNTS REVIEWED    : ' WS-ACCT-COUNT
           DISPLAY 'INTACCR - ACCRUALS POSTED      : '
               WS-ACCRUED-COUNT
           DISPLAY 'INTACCR - LOANS MISSING TERMS  : '
               WS-MISSING-TERMS-COUNT
           DISPLAY 'INTACCR - SAVINGS NO RATE TIER : '
               WS-NO-TIER-COUNT
           DISPLAY 'INTACCR - DEPOSITS MISSING TERM: '
               WS-MISSING-TDEP-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
