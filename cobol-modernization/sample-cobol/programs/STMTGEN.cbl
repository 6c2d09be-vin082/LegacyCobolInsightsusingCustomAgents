      *    DIRECTLY OFF THE PAYMENT MASTER THROUGH THE ALTERNATE
      *    INDEX ON PAY-ACCT-ID - SO A JOINT OWNER FINALLY GETS A
      *    STATEMENT SHOWING THE SHARED ACCOUNT.
      *    EACH ACCOUNT LINE IS FOLLOWED BY THE OPENING AND CLOSING
      *    BALANCE FOR THE PERIOD, QUOTED THROUGH BALHSTQ FROM THE
      *    END-OF-DAY BALANCE HISTORY: THE OPENING BALANCE IS THE
      *    CLOSE OF THE DAY BEFORE THE PERIOD STARTS (ZERO FOR AN
      *    ACCOUNT WITH NO HISTORY THAT EARLY) AND THE CLOSING
      *    BALANCE THE CLOSE OF ITS LAST DAY.  AN ACCOUNT WITH NO
      *    HISTORY FOR THE PERIOD AT ALL PRINTS NO BALANCE LINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-PMT-AMOUNT           PIC -(7)9.99.

       01  WS-PERIOD-BALANCE-LINE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'OPENING '.
           05 WS-PBL-OPENING          PIC -(9)9.99.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'CLOSING '.
           05 WS-PBL-CLOSING          PIC -(9)9.99.

      *    BALHSTQ CALL AREA FOR THE PERIOD BALANCES.
       01  WS-QUOTE-ACCT-ID            PIC 9(10) VALUE ZERO.
       01  WS-QUOTE-DATE               PIC 9(8) VALUE ZERO.
       01  WS-QUOTE-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-QUOTE-BALANCE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-QUOTE-FOUND-SW           PIC X VALUE 'N'.
           88 QUOTE-FOUND              VALUE 'Y'.
       01  WS-OPENING-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
                   MOVE 'SAVINGS   ' TO WS-ACCT-TYPE-DESC
               WHEN ACCT-LOAN OF SORTED-ACCOUNT-RECORD
                   MOVE 'LOAN      ' TO WS-ACCT-TYPE-DESC
               WHEN ACCT-TERM-DEPOSIT OF SORTED-ACCOUNT-RECORD
                   MOVE 'TERM DEP  ' TO WS-ACCT-TYPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN   ' TO WS-ACCT-TYPE-DESC
           END-EVALUATE
           MOVE ACCT-BALANCE OF SORTED-ACCOUNT-RECORD TO WS-ACT-BALANCE
           MOVE ACCT-LIMIT OF SORTED-ACCOUNT-RECORD TO WS-ACT-LIMIT
           MOVE WS-ACCOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ACCT-ID OF SORTED-ACCOUNT-RECORD TO WS-QUOTE-ACCT-ID
           PERFORM 2350-PRINT-PERIOD-BALANCES.

      *    THE CLOSING QUOTE IS TAKEN LAST SO ITS FOUND SWITCH DECIDES
      *    WHETHER THE LINE PRINTS.
       2350-PRINT-PERIOD-BALANCES.
           MOVE ZERO TO WS-OPENING-BALANCE
           IF WS-PERIOD-START > ZERO
               COMPUTE WS-QUOTE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) - 1)
               CALL 'BALHSTQ' USING WS-QUOTE-ACCT-ID WS-QUOTE-DATE
                   WS-QUOTE-BALANCE WS-QUOTE-BALANCE-DATE
                   WS-QUOTE-FOUND-SW
               IF QUOTE-FOUND
                   MOVE WS-QUOTE-BALANCE TO WS-OPENING-BALANCE
               END-IF
           END-IF
           MOVE WS-PERIOD-END TO WS-QUOTE-DATE
           CALL 'BALHSTQ' USING WS-QUOTE-ACCT-ID WS-QUOTE-DATE
               WS-QUOTE-BALANCE WS-QUOTE-BALANCE-DATE
               WS-QUOTE-FOUND-SW
           IF QUOTE-FOUND
               MOVE WS-OPENING-BALANCE TO WS-PBL-OPENING
               MOVE WS-QUOTE-BALANCE TO WS-PBL-CLOSING
               MOVE WS-PERIOD-BALANCE-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       2400-SKIP-ORPHAN-PAYMENTS.
           PERFORM 2930-READ-PAYMENT.
                   MOVE 'SAVINGS   ' TO WS-ACCT-TYPE-DESC
               WHEN ACCT-LOAN OF ACCOUNT-RECORD
                   MOVE 'LOAN      ' TO WS-ACCT-TYPE-DESC
               WHEN ACCT-TERM-DEPOSIT OF ACCOUNT-RECORD
                   MOVE 'TERM DEP  ' TO WS-ACCT-TYPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN   ' TO WS-ACCT-TYPE-DESC
           END-EVALUATE
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD TO WS-ACT-BALANCE
           MOVE ACCT-LIMIT OF ACCOUNT-RECORD TO WS-ACT-LIMIT
           MOVE WS-ACCOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ACCT-ID OF ACCOUNT-RECORD TO WS-QUOTE-ACCT-ID
           PERFORM 2350-PRINT-PERIOD-BALANCES.

       2740-PRINT-JOINT-ACTIVITY.
           MOVE ACCT-ID OF ACCOUNT-RECORD TO WS-JOINT-ACCT-ID
