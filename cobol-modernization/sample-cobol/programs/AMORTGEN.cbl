      *    EXTRPREP PRODUCES (PAY-ACCT-ID/PAY-TIMESTAMP ORDER) SO THE
      *    PERIOD ACTIVITY IS PICKED UP IN THE SAME PASS WITH NO SORT
      *    OF ITS OWN.
      *    EACH RECONCILIATION LINE ALSO CARRIES THE INTEREST SHORTFALL:
      *    THE SCHEDULED INTEREST ON THE INSTALLMENTS DUE LESS THE
      *    ALLOCATED INTEREST PAID, NEVER BELOW ZERO.  A LOAN CHRGOFF
      *    HAS CHARGED OFF IS NO LONGER SCHEDULED OR RECONCILED, SO
      *    DELQTRK NEVER REOPENS IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-PERIOD-ACTUAL-PAID        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PERIOD-PRINCIPAL-PAID     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PERIOD-EXPECTED           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PERIOD-INTEREST-PAID      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PERIOD-INTEREST-DUE       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-INTEREST-SHORTFALL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PAY-VARIANCE              PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-ALLOC-FS                  PIC XX VALUE SPACES.
           05 WS-RCN-VARIANCE            PIC -(7)9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCN-STATUS              PIC X(14) VALUE SPACES.
           05 WS-RCN-INT-SHORTFALL       PIC -(7)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
                   NOT LESS THAN ACCT-ID OF ACCOUNT-RECORD
           MOVE ZERO TO WS-PERIOD-ACTUAL-PAID
           MOVE ZERO TO WS-PERIOD-PRINCIPAL-PAID
           MOVE ZERO TO WS-PERIOD-INTEREST-PAID
           PERFORM 2100-ACCUMULATE-PERIOD-PAID
               UNTIL PAY-EOF
               OR PAY-ACCT-ID OF SORTED-PAYMENT-RECORD
                   NOT = ACCT-ID OF ACCOUNT-RECORD
           IF ACCT-LOAN
               AND NOT ACCT-CHARGED-OFF
               PERFORM 2200-PROCESS-LOAN-ACCOUNT
           END-IF
           PERFORM 2910-READ-ACCOUNT.
           END-READ
           IF ALLOC-FOUND
               ADD ALO-PRINCIPAL-AMOUNT TO WS-PERIOD-PRINCIPAL-PAID
               ADD ALO-INTEREST-AMOUNT TO WS-PERIOD-INTEREST-PAID
           ELSE
               ADD PAY-AMOUNT OF SORTED-PAYMENT-RECORD
                   TO WS-PERIOD-PRINCIPAL-PAID
           MOVE WS-PERIOD-ACTUAL-PAID TO WS-RCN-ACTUAL
           MOVE ZERO TO WS-RCN-VARIANCE
           MOVE 'MISSING TERMS' TO WS-RCN-STATUS
           MOVE ZERO TO WS-RCN-INT-SHORTFALL
           MOVE WS-RECON-DETAIL TO RECON-LINE
           WRITE RECON-LINE
           ADD 1 TO WS-MISSING-TERMS-COUNT.
           END-IF
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD TO WS-BEGIN-BALANCE
           MOVE ZERO TO WS-PERIOD-EXPECTED
           MOVE ZERO TO WS-PERIOD-INTEREST-DUE
           PERFORM 2310-WRITE-SCHEDULE-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > WS-SEL-TERM-MONTHS.
           WRITE SCHEDULE-LINE
           IF WS-MONTH-NO <= WS-INSTALLMENTS-DUE
               ADD WS-PRINCIPAL-PORTION TO WS-PERIOD-EXPECTED
               ADD WS-INTEREST-PORTION TO WS-PERIOD-INTEREST-DUE
           END-IF
           MOVE WS-END-BALANCE TO WS-BEGIN-BALANCE
           ADD 1 TO WS-SCHEDULE-LINE-COUNT.
      *    SIDE IS THE SUM OF THE SCHEDULED PRINCIPAL PORTIONS FOR
      *    THE INSTALLMENTS DUE THIS PERIOD, AND THE ACTUAL SIDE IS
      *    THE ALLOCATED PRINCIPAL FROM THE PAYMENT-ALLOCATION FILE.
      *    THE SCHEDULED INTEREST THOSE INSTALLMENTS CARRIED THAT THE
      *    ALLOCATED INTEREST DID NOT COVER RIDES ALONGSIDE AS THE
      *    INTEREST SHORTFALL, SO DELQTRK CAN CARRY THE WHOLE MISSED
      *    INSTALLMENT AS PAST DUE.
       2400-RECONCILE-PERIOD.
           COMPUTE WS-PAY-VARIANCE =
               WS-PERIOD-PRINCIPAL-PAID - WS-PERIOD-EXPECTED
           COMPUTE WS-INTEREST-SHORTFALL =
               WS-PERIOD-INTEREST-DUE - WS-PERIOD-INTEREST-PAID
           IF WS-INTEREST-SHORTFALL < ZERO
               MOVE ZERO TO WS-INTEREST-SHORTFALL
           END-IF
           MOVE SPACES TO WS-RECON-DETAIL
           MOVE ACCT-ID OF ACCOUNT-RECORD TO WS-RCN-ACCT-ID
           MOVE WS-PERIOD-EXPECTED TO WS-RCN-EXPECTED
           MOVE WS-PERIOD-PRINCIPAL-PAID TO WS-RCN-ACTUAL
           MOVE WS-PAY-VARIANCE TO WS-RCN-VARIANCE
           MOVE WS-INTEREST-SHORTFALL TO WS-RCN-INT-SHORTFALL
           EVALUATE TRUE
               WHEN WS-PAY-VARIANCE < 0
                   MOVE 'UNDER-PAID' TO WS-RCN-STATUS
