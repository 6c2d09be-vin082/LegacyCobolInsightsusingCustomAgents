      *    THAT QUIETLY RUNS PAST ITS TERM WHILE PAYING SOMETHING
      *    EVERY MONTH - INVISIBLE TO DELQTRK, WHICH ONLY SEES LOANS
      *    BEHIND SCHEDULE.
      *    CHARGED-OFF LOANS ARE LEFT OFF THE ROSTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       2000-PROCESS-ACCOUNT.
           IF ACCT-LOAN
               AND NOT ACCT-CLOSED
               AND NOT ACCT-CHARGED-OFF
               PERFORM 2100-TRACK-LOAN-MATURITY
           END-IF
           PERFORM 2910-READ-ACCOUNT.
