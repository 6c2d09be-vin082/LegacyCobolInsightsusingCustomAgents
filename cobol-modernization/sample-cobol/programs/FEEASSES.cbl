      *    NEVER ASSESSED.  EVERY ASSESSMENT IS LISTED ON THE FEE
      *    REGISTER SO A BRANCH CAN ANSWER A CUSTOMER FEE DISPUTE
      *    FROM THE REPORT ALONE.
      *    A CHARGED-OFF ACCOUNT IS NEVER ASSESSED EITHER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           IF ACCT-CLOSED OR ACCT-INACTIVE OR ACCT-CHARGED-OFF
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               PERFORM 2100-ASSESS-ACCOUNT
