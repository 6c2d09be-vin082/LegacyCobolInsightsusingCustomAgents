       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHSTQ.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    SHARED PAST-BALANCE QUOTE SUBPROGRAM, IN THE STYLE OF
      *    BUSDAY.  CALLED WITH AN ACCT-ID AND A DATE; RETURNS THE
      *    ACCOUNT'S CLOSING LEDGER BALANCE ON THAT DATE FROM THE
      *    BALANCE-HISTORY FILE BALSNAP BUILDS EACH NIGHT.  BALSNAP
      *    ONLY RUNS ON BUSINESS DAYS, SO THE BALANCE ON A WEEKEND OR
      *    HOLIDAY IS THE ONE CAPTURED ON THE LAST SNAPSHOT DATE
      *    BEFORE IT: THE QUOTE IS THE LATEST SNAPSHOT ON OR BEFORE
      *    THE DATE ASKED FOR, AND THE DATE OF THAT SNAPSHOT IS
      *    RETURNED WITH IT SO THE CALLER CAN SHOW WHAT IT QUOTED.
      *    AN ACCOUNT WITH NO SNAPSHOT ON OR BEFORE THE DATE - OPENED
      *    LATER, OR HISTORY NOT YET CAPTURED - RETURNS NOT FOUND.
      *    THE HISTORY FILE IS OPENED ON THE FIRST CALL IN THE RUN
      *    UNIT AND LEFT OPEN FOR THE REST OF IT; A MISSING FILE
      *    ANSWERS NOT FOUND TO EVERY CALL AND RAISES ONE OPERATOR
      *    WARNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY-FILE
           RECORDING MODE IS F.
       01  BALANCE-HISTORY-RECORD.
           COPY BALANCE-HISTORY-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-BHS-FS                   PIC XX VALUE SPACES.
           88 WS-BHS-MISSING           VALUE '35'.

       01  WS-FIRST-CALL-SW            PIC X VALUE 'Y'.
           88 WS-FIRST-CALL            VALUE 'Y'.
       01  WS-HISTORY-OPEN-SW          PIC X VALUE 'N'.
           88 HISTORY-OPEN             VALUE 'Y'.
       01  WS-SCAN-DONE-SW             PIC X VALUE 'N'.
           88 SCAN-DONE                VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-ACCT-ID                   PIC 9(10).
       01  LK-AS-OF-DATE                PIC 9(8).
       01  LK-CLOSING-BALANCE           PIC S9(11)V99 COMP-3.
       01  LK-BALANCE-DATE              PIC 9(8).
       01  LK-FOUND-SW                  PIC X.

       PROCEDURE DIVISION USING LK-ACCT-ID LK-AS-OF-DATE
           LK-CLOSING-BALANCE LK-BALANCE-DATE LK-FOUND-SW.
       0000-MAIN-PROCESS.
           IF WS-FIRST-CALL
               PERFORM 1000-OPEN-HISTORY
           END-IF
           MOVE 'N' TO LK-FOUND-SW
           MOVE ZERO TO LK-CLOSING-BALANCE
           MOVE ZERO TO LK-BALANCE-DATE
           IF HISTORY-OPEN
               PERFORM 2000-QUOTE-BALANCE
           END-IF
           GOBACK.

       1000-OPEN-HISTORY.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-BHS-MISSING
               DISPLAY 'BALHSTQ - BALANCE HISTORY MISSING, PAST '
                   'BALANCES CANNOT BE QUOTED'
               CLOSE BALANCE-HISTORY-FILE
           ELSE
               SET HISTORY-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-FIRST-CALL-SW.

      *    A SNAPSHOT ON THE DATE ITSELF IS READ DIRECTLY; OTHERWISE
      *    THE ACCOUNT'S HISTORY IS READ FORWARD AND THE LAST SNAPSHOT
      *    NOT AFTER THE DATE IS KEPT.
       2000-QUOTE-BALANCE.
           MOVE LK-ACCT-ID TO BHS-ACCT-ID
           MOVE LK-AS-OF-DATE TO BHS-BALANCE-DATE
           READ BALANCE-HISTORY-FILE
               INVALID KEY
                   PERFORM 2100-SCAN-EARLIER-SNAPSHOTS
               NOT INVALID KEY
                   PERFORM 2200-RETURN-SNAPSHOT
           END-READ.

       2100-SCAN-EARLIER-SNAPSHOTS.
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE LK-ACCT-ID TO BHS-ACCT-ID
           MOVE ZERO TO BHS-BALANCE-DATE
           START BALANCE-HISTORY-FILE KEY IS >= BHS-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2110-READ-ONE-SNAPSHOT UNTIL SCAN-DONE.

       2110-READ-ONE-SNAPSHOT.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF BHS-ACCT-ID NOT = LK-ACCT-ID
                   OR BHS-BALANCE-DATE > LK-AS-OF-DATE
                   SET SCAN-DONE TO TRUE
               ELSE
                   PERFORM 2200-RETURN-SNAPSHOT
               END-IF
           END-IF.

       2200-RETURN-SNAPSHOT.
           MOVE 'Y' TO LK-FOUND-SW
           MOVE BHS-CLOSING-BALANCE TO LK-CLOSING-BALANCE
           MOVE BHS-BALANCE-DATE TO LK-BALANCE-DATE.
