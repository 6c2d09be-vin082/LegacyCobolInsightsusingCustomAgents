      *    BOTH PRODUCED BY EXTRPREP, SO THE LAST ACTIVITY DATE IS
      *    PICKED UP IN ONE PASS WITH NO SORT OF ITS OWN; THE INDEXED
      *    MASTER IS STILL OPENED I-O FOR THE STATUS REWRITE.
      *    A TERM DEPOSIT IS NEVER SWEPT: IT SEES NO PAYMENT ACTIVITY BY
      *    DESIGN WHILE ITS TERM RUNS, AND TDEPMTRY DISPOSES OF IT AT
      *    MATURITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               OR PAY-ACCT-ID OF SORTED-PAYMENT-RECORD
                   NOT = ACCT-ID OF ACCOUNT-SEQ-RECORD
           IF ACCT-ACTIVE OF ACCOUNT-SEQ-RECORD
               AND NOT ACCT-TERM-DEPOSIT OF ACCOUNT-SEQ-RECORD
               PERFORM 2200-EVALUATE-DORMANCY
           END-IF
           ADD 1 TO WS-ACCT-COUNT
