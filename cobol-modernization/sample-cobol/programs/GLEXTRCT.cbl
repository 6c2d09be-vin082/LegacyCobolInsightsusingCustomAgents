       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    MONTH-END GENERAL LEDGER EXTRACT.  SUMMARIZES ACCT-BALANCE
      *    ACROSS THE ACCOUNT MASTER BY ACCT-TYPE (CUR/SAV/LON/TRM) AND
      *    ADDS THE NET MOVEMENT POSTED DURING THE PERIOD, SUPPLIED ON
      *    THE GLPARM CONTROL CARD AS A PERIOD-START/PERIOD-END DATE
      *    RANGE, FROM APPROVED PAYMENT-FILE TRANSACTIONS AGAINST EACH
      *    ACCOUNT MASTER, WHICH MUST ALREADY BE IN ASCENDING
      *    ACCT-ID SEQUENCE, IN ONE PASS WITH NO SORT OF ITS OWN.  ONE
      *    FIXED-WIDTH EXTRACT RECORD IS WRITTEN PER ACCOUNT TYPE FOR
      *    PICKUP BY THE GENERAL LEDGER INTERFACE.  ON A TERM
      *    DEPOSIT THE TDEP DR RELEASE LEG IS THE OUTWARD MOVEMENT;
      *    THE XFER CR FUNDING LEG ADDS.  A FINAL CHO RECORD CARRIES
      *    THE LOAN LOSS SEPARATELY: THE PRINCIPAL AND INTEREST
      *    CHRGOFF WROTE OFF DURING THE PERIOD (FROM THE CHARGE-OFF
      *    FILE) AND THE RECOVERIES RECEIVED IN THE PERIOD - REGULAR
      *    PAYMENTS ON A CHARGED-OFF LOAN DATED ON OR AFTER ITS
      *    CHARGE-OFF - WHICH ARE LEFT OUT OF THE LON MOVEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTED-PAYMENT-FILE ASSIGN TO PAYSORT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHARGE-OFF-FILE ASSIGN TO CHGOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-ACCT-ID
               FILE STATUS IS WS-CHGO-FS.

           SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTRAT
               ORGANIZATION IS SEQUENTIAL.

       01  SORTED-PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  CHARGE-OFF-FILE
           RECORDING MODE IS F.
       01  CHARGE-OFF-RECORD.
           COPY CHARGE-OFF-RECORD.

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD.
           05 GL-BALANCE-TOTAL         PIC S9(13)V99.
           05 GL-NET-MOVEMENT          PIC S9(13)V99.
           05 FILLER                   PIC X(40).
       01  GL-LOSS-RECORD.
           05 GL-LOSS-TYPE             PIC X(3).
           05 GL-LOSS-PERIOD-END       PIC 9(8).
           05 GL-CHARGED-OFF-TOTAL     PIC S9(13)V99.
           05 GL-RECOVERED-TOTAL       PIC S9(13)V99.
           05 FILLER                   PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.

       01  WS-PAY-FS                   PIC XX VALUE SPACES.

       01  WS-CHGO-FS                  PIC XX VALUE SPACES.
       01  WS-CHO-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-HIGH-DATE                PIC 9(8) VALUE 99999999.

       01  WS-FLAGS.
           05 WS-ACCT-EOF              PIC X VALUE 'N'.
              88 ACCT-EOF               VALUE 'Y'.
           05 WS-BAL-CUR               PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-SAV               PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-LON               PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-BAL-TRM               PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-MOVE-CUR              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-MOVE-SAV              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-MOVE-LON              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-MOVE-TRM              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-CHARGED-OFF           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-RECOVERED             PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-ACCT-COUNT            PIC 9(7) VALUE ZERO.
       1000-INITIALIZE.
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  SORTED-PAYMENT-FILE
           OPEN INPUT  CHARGE-OFF-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
           PERFORM 2910-READ-ACCOUNT
           PERFORM 2920-READ-PAYMENT.
           PERFORM 2910-READ-ACCOUNT.

       2100-ACCUMULATE-BALANCE.
           MOVE WS-HIGH-DATE TO WS-CHO-DATE
           IF ACCT-LOAN
               AND ACCT-CHARGED-OFF
               PERFORM 2150-ACCUMULATE-CHARGE-OFF
           END-IF
           EVALUATE TRUE
               WHEN ACCT-CURRENT
                   ADD ACCT-BALANCE TO WS-BAL-CUR
                   ADD ACCT-BALANCE TO WS-BAL-SAV
               WHEN ACCT-LOAN
                   ADD ACCT-BALANCE TO WS-BAL-LON
               WHEN ACCT-TERM-DEPOSIT
                   ADD ACCT-BALANCE TO WS-BAL-TRM
           END-EVALUATE.

       2150-ACCUMULATE-CHARGE-OFF.
           MOVE ACCT-ID OF ACCOUNT-RECORD TO CHO-ACCT-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CHO-CHARGE-OFF-DATE TO WS-CHO-DATE
                   IF CHO-CHARGE-OFF-DATE >= WS-PERIOD-START
                       AND CHO-CHARGE-OFF-DATE <= WS-PERIOD-END
                       ADD CHO-PRINCIPAL TO WS-CHARGED-OFF
                       ADD CHO-INTEREST TO WS-CHARGED-OFF
                   END-IF
           END-READ.

       2200-ACCUMULATE-MOVEMENT.
           IF PAY-APPROVED OF SORTED-PAYMENT-RECORD
               PERFORM 2210-MOVEMENT-IN-PERIOD
                   PERFORM 2222-APPLY-SIGNED-MOVEMENT-SAV
               WHEN ACCT-LOAN
                   PERFORM 2223-APPLY-SIGNED-MOVEMENT-LON
               WHEN ACCT-TERM-DEPOSIT
                   PERFORM 2224-APPLY-SIGNED-MOVEMENT-TRM
           END-EVALUATE.

       2221-APPLY-SIGNED-MOVEMENT-CUR.
           IF PAY-REVERSAL OF SORTED-PAYMENT-RECORD
               OR PAY-FEE OF SORTED-PAYMENT-RECORD
               OR PAY-CHEQUE OF SORTED-PAYMENT-RECORD
               OR PAY-OUTBOUND OF SORTED-PAYMENT-RECORD
               SUBTRACT PAY-AMOUNT OF SORTED-PAYMENT-RECORD
                   FROM WS-MOVE-CUR
           ELSE
       2222-APPLY-SIGNED-MOVEMENT-SAV.
           IF PAY-REVERSAL OF SORTED-PAYMENT-RECORD
               OR PAY-FEE OF SORTED-PAYMENT-RECORD
               OR PAY-CHEQUE OF SORTED-PAYMENT-RECORD
               OR PAY-OUTBOUND OF SORTED-PAYMENT-RECORD
               SUBTRACT PAY-AMOUNT OF SORTED-PAYMENT-RECORD
                   FROM WS-MOVE-SAV
           ELSE
           END-IF.

       2223-APPLY-SIGNED-MOVEMENT-LON.
           IF PAY-REGULAR OF SORTED-PAYMENT-RECORD
               AND WS-PAY-DATE >= WS-CHO-DATE
               ADD PAY-AMOUNT OF SORTED-PAYMENT-RECORD TO WS-RECOVERED
           ELSE
               PERFORM 2225-APPLY-LOAN-MOVEMENT
           END-IF.

       2225-APPLY-LOAN-MOVEMENT.
           IF PAY-REVERSAL OF SORTED-PAYMENT-RECORD
               OR PAY-FEE OF SORTED-PAYMENT-RECORD
               OR PAY-CHEQUE OF SORTED-PAYMENT-RECORD
               SUBTRACT PAY-AMOUNT OF SORTED-PAYMENT-RECORD
                   FROM WS-MOVE-LON
           ELSE
               ADD PAY-AMOUNT OF SORTED-PAYMENT-RECORD TO WS-MOVE-LON
           END-IF.

       2224-APPLY-SIGNED-MOVEMENT-TRM.
           IF PAY-REVERSAL OF SORTED-PAYMENT-RECORD
               OR PAY-FEE OF SORTED-PAYMENT-RECORD
               OR PAY-CHEQUE OF SORTED-PAYMENT-RECORD
               OR PAY-TDEP-DEBIT OF SORTED-PAYMENT-RECORD
               SUBTRACT PAY-AMOUNT OF SORTED-PAYMENT-RECORD
                   FROM WS-MOVE-TRM
           ELSE
               ADD PAY-AMOUNT OF SORTED-PAYMENT-RECORD TO WS-MOVE-TRM
           END-IF.

       2910-READ-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
           PERFORM 3100-WRITE-EXTRACT-RECORDS
           CLOSE ACCOUNT-MASTER
           CLOSE SORTED-PAYMENT-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE GL-EXTRACT-FILE
           DISPLAY 'GLEXTRCT - ACCOUNTS SUMMARIZED : ' WS-ACCT-COUNT
           DISPLAY 'GLEXTRCT - POSTINGS APPLIED    : ' WS-POSTING-COUNT.
           MOVE WS-PERIOD-END      TO GL-PERIOD-END
           MOVE WS-BAL-LON         TO GL-BALANCE-TOTAL
           MOVE WS-MOVE-LON        TO GL-NET-MOVEMENT
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES            TO GL-EXTRACT-RECORD
           MOVE 'TRM'              TO GL-ACCT-TYPE
           MOVE WS-PERIOD-END      TO GL-PERIOD-END
           MOVE WS-BAL-TRM         TO GL-BALANCE-TOTAL
           MOVE WS-MOVE-TRM        TO GL-NET-MOVEMENT
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES            TO GL-LOSS-RECORD
           MOVE 'CHO'              TO GL-LOSS-TYPE
           MOVE WS-PERIOD-END      TO GL-LOSS-PERIOD-END
           MOVE WS-CHARGED-OFF     TO GL-CHARGED-OFF-TOTAL
           MOVE WS-RECOVERED       TO GL-RECOVERED-TOTAL
           WRITE GL-LOSS-RECORD.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
