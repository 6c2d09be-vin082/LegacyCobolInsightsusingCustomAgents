      *    RECON-LINE LAYOUT PARSED HERE MATCHES AMORTGEN'S
      *    WS-RECON-DETAIL EXACTLY; A CHANGE THERE MUST BE REFLECTED
      *    HERE.
      *    THE SHORTFALL ON EACH MISSED CYCLE, INTEREST AS WELL AS
      *    PRINCIPAL, IS CARRIED AS THE PAST-DUE AMOUNT THAT LOANBILL
      *    PRINTS ON THE MONTHLY BILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 RCN-ACTUAL              PIC X(11).
           05 FILLER                  PIC X(1).
           05 RCN-VARIANCE            PIC X(11).
           05 RCN-VARIANCE-AMT REDEFINES RCN-VARIANCE
                                      PIC -(7)9.99.
           05 FILLER                  PIC X(2).
           05 RCN-STATUS              PIC X(14).
           05 RCN-INT-SHORTFALL       PIC X(11).
           05 RCN-INT-SHORTFALL-AMT REDEFINES RCN-INT-SHORTFALL
                                      PIC -(7)9.99.

       FD  DELINQUENCY-FILE
           RECORDING MODE IS F.
              88 DELQ-FOUND           VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-SHORTFALL                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-INT-SHORTFALL            PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-RECON-COUNT          PIC 9(7) VALUE ZERO.

       2100-ESCALATE-DELINQUENCY.
           ADD 1 TO WS-UNDERPAID-COUNT
           MOVE RCN-VARIANCE-AMT TO WS-SHORTFALL
           IF WS-SHORTFALL < 0
               MULTIPLY -1 BY WS-SHORTFALL
           END-IF
           IF RCN-INT-SHORTFALL NOT = SPACES
               MOVE RCN-INT-SHORTFALL-AMT TO WS-INT-SHORTFALL
               IF WS-INT-SHORTFALL > ZERO
                   ADD WS-INT-SHORTFALL TO WS-SHORTFALL
               END-IF
           END-IF
           PERFORM 2110-LOCATE-DELQ-RECORD
           IF DELQ-FOUND
               ADD 1 TO DLQ-MISSED-COUNT
               ADD WS-SHORTFALL TO DLQ-PAST-DUE-AMOUNT
               COMPUTE DLQ-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(DLQ-FIRST-MISS-DATE)
               MOVE 1 TO DLQ-MISSED-COUNT
               MOVE WS-RUN-DATE TO DLQ-FIRST-MISS-DATE
               MOVE ZERO TO DLQ-DAYS-PAST-DUE
               MOVE WS-SHORTFALL TO DLQ-PAST-DUE-AMOUNT
               MOVE WS-RUN-DATE TO DLQ-LAST-RUN-DATE
               PERFORM 2120-SET-ESCALATION-STAGE
               WRITE DELINQUENCY-RECORD
