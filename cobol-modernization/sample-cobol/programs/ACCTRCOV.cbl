       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCOV.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    POINT-IN-TIME RECOVERY OF THE ACCOUNT MASTER.  STARTS FROM
      *    A PRE-BATCH IMAGE OF ACCTMSTR (THE SEQUENTIAL UNLOAD TAKEN
      *    BEFORE THE NIGHT'S POSTING) AND ROLLS IT FORWARD THROUGH
      *    THE AUDIT LOG AUDITLOG WRITES, SO OPERATIONS CAN RECOVER TO
      *    JUST BEFORE A FAILING JOB INSTEAD OF RESTORING THE BACKUP
      *    AND RERUNNING THE WHOLE NIGHT.  THE RCVPARM CONTROL CARD
      *    GIVES THE FIRST AUD-SEQ-NO NOT ALREADY IN THE IMAGE, AND
      *    WHERE TO STOP: A LAST SEQUENCE NUMBER TO APPLY, A TIMESTAMP
      *    (CCYYMMDDHHMMSSHH - ENTRIES STAMPED AFTER IT ARE NOT
      *    APPLIED), OR BOTH, THE EARLIER LIMIT WINNING.  WITH
      *    NEITHER, THE WHOLE LOG IS APPLIED.
      *
      *    THE IMAGE IS COPIED TO A NEW INDEXED MASTER (ACCTRBLD) AND
      *    EACH AUDIT ENTRY IN WRITTEN ORDER IS CHECKED BEFORE IT IS
      *    APPLIED: ITS SEQUENCE NUMBER MUST FOLLOW THE LAST ONE
      *    APPLIED WITH NO GAP OR REPEAT (THE FIRST MUST BE THE START
      *    NUMBER ON THE CARD), ITS ACCOUNT MUST BE IN THE IMAGE, AND
      *    ITS AUD-OLD-BALANCE MUST EQUAL THE BALANCE THE REBUILT
      *    MASTER HOLDS AT THAT POINT.  THE FIRST ENTRY THAT FAILS IS
      *    REFUSED AND THE ROLL-FORWARD STOPS THERE, SO THE REBUILT
      *    MASTER IS ALWAYS A CONSISTENT IMAGE AS AT THE LAST ENTRY
      *    APPLIED; A REFUSAL ENDS THE RUN WITH COMPLETION CODE 8 AND
      *    THE REBUILT MASTER MUST NOT BE SWAPPED IN UNTIL THE BREAK
      *    IS EXPLAINED.  ONLY ACCT-BALANCE IS ROLLED FORWARD - AN
      *    ACCOUNT CLOSED OR RE-LIMITED INSIDE THE WINDOW IS ON THE
      *    MNTJRNL JOURNAL, NOT THE AUDIT LOG, AND IS RE-KEYED FROM
      *    THERE.  AN ACCOUNT OPENED INSIDE THE WINDOW (A LOANBOOK
      *    LOAN, A TDEPOPEN DEPOSIT, A CUSTMNT ACCOUNT) IS NOT IN THE
      *    IMAGE AT ALL: WHEN ITS FIRST AUDIT ENTRY STARTS FROM A
      *    ZERO BALANCE, THE ACCOUNT IS ADDED TO THE REBUILT MASTER
      *    FROM THE AFTER-IMAGE OF ITS MNTJRNL ADD RECORD BEFORE THE
      *    ENTRY IS APPLIED.  ONE WITH NO ADD RECORD ON THE JOURNAL
      *    IS REFUSED LIKE ANY OTHER BREAK.  THE RECOVERY REPORT
      *    SHOWS THE CARD, THE OUTCOME, THE LAST ENTRY APPLIED, EVERY
      *    ACCOUNT WHOSE BALANCE MOVED WITH ITS IMAGE AND RECOVERED
      *    BALANCE, EVERY ACCOUNT ADDED FROM THE JOURNAL, AND
      *    CONTROL TOTALS.  OPERATIONS SWAPS ACCTRBLD IN AS ACCTMSTR
      *    AFTER A CLEAN RUN, AS FOR THE ARCHPURG RETAINED FILES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO RCVPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-IMAGE-FILE ASSIGN TO ACCTIMG
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO MNTJRNLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FS.

           SELECT REBUILT-MASTER ASSIGN TO ACCTRBLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID OF REBUILT-ACCOUNT-RECORD
               FILE STATUS IS WS-RBLD-FS.

           SELECT RECOVERY-REPORT ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-FROM-SEQ           PIC 9(9).
           05 PARM-STOP-SEQ           PIC 9(9).
           05 PARM-STOP-TIMESTAMP     PIC X(16).

       FD  ACCOUNT-IMAGE-FILE
           RECORDING MODE IS F.
       01  IMAGE-ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY AUDIT-RECORD.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           COPY JOURNAL-RECORD.

       FD  REBUILT-MASTER
           RECORDING MODE IS F.
       01  REBUILT-ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  RECOVERY-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'ACCTRCOV'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-AUDIT-FS                 PIC XX VALUE SPACES.
       01  WS-RBLD-FS                  PIC XX VALUE SPACES.
       01  WS-JRNL-FS                  PIC XX VALUE SPACES.
           88 WS-JRNL-MISSING          VALUE '35'.

       01  WS-FLAGS.
           05 WS-IMAGE-EOF            PIC X VALUE 'N'.
              88 IMAGE-EOF            VALUE 'Y'.
           05 WS-AUDIT-EOF            PIC X VALUE 'N'.
              88 AUDIT-EOF            VALUE 'Y'.
           05 WS-ROLL-DONE-SW         PIC X VALUE 'N'.
              88 ROLL-DONE            VALUE 'Y'.
           05 WS-REFUSED-SW           PIC X VALUE 'N'.
              88 ENTRY-REFUSED        VALUE 'Y'.
           05 WS-STOP-REACHED-SW      PIC X VALUE 'N'.
              88 STOP-REACHED         VALUE 'Y'.
           05 WS-RBLD-FOUND-SW        PIC X VALUE 'N'.
              88 RBLD-FOUND           VALUE 'Y'.
           05 WS-JRNL-EOF             PIC X VALUE 'N'.
              88 JRNL-EOF             VALUE 'Y'.
           05 WS-JRNL-ADD-SW          PIC X VALUE 'N'.
              88 JRNL-ADD-FOUND       VALUE 'Y'.

       01  WS-PARM.
           05 WS-FROM-SEQ             PIC 9(9) VALUE ZERO.
           05 WS-STOP-SEQ             PIC 9(9) VALUE ZERO.
           05 WS-STOP-TIMESTAMP       PIC X(16) VALUE SPACES.

       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.
       01  WS-EXPECTED-SEQ             PIC 9(9) VALUE ZERO.
       01  WS-REFUSE-REASON            PIC X(30) VALUE SPACES.
       01  WS-JRNL-ACCT-KEY            PIC X(18) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE         PIC X(128) VALUE SPACES.

      *    ACCOUNTS ADDED FROM THE JOURNAL, LISTED AFTER THE IMAGE
      *    ACCOUNTS ON THE REPORT.  WS-MAX-ADDED MUST EQUAL THE OCCURS.
       01  WS-MAX-ADDED                PIC 9(4) VALUE 500.
       01  WS-ADDED-TABLE.
           05 WS-ADDED-LISTED         PIC 9(4) VALUE ZERO.
           05 WS-ADDED-ENTRY OCCURS 500 TIMES.
              10 WS-ADD-ACCT-ID       PIC 9(10).
       01  WS-ADDED-SUB                PIC 9(4) VALUE ZERO.

       01  WS-LAST-APPLIED.
           05 WS-LAST-SEQ-NO          PIC 9(9) VALUE ZERO.
           05 WS-LAST-TIMESTAMP       PIC X(26) VALUE SPACES.
           05 WS-LAST-JOB-NAME        PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-IMAGE-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-DUP-IMAGE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-AUDIT-READ-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-BEFORE-START-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-NOT-APPLIED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-CHANGED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ADDED-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-IMAGE-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-RECOVERED-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-MOVEMENT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HDG-TEXT              PIC X(70) VALUE SPACES.

       01  WS-PARM-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'FROM SEQ  '.
           05 WS-PRM-FROM-SEQ          PIC 9(9)  VALUE ZERO.
           05 FILLER                  PIC X(12) VALUE '  STOP SEQ  '.
           05 WS-PRM-STOP-SEQ          PIC 9(9)  VALUE ZERO.
           05 FILLER                  PIC X(12) VALUE '  STOP TIME '.
           05 WS-PRM-STOP-TIMESTAMP    PIC X(16) VALUE SPACES.

       01  WS-LAST-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'LAST APPLIED  '.
           05 WS-LST-SEQ-NO            PIC 9(9)  VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-LST-TIMESTAMP         PIC X(26) VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-LST-JOB-NAME          PIC X(8)  VALUE SPACES.

       01  WS-REFUSAL-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE 'REFUSED  '.
           05 WS-RFL-SEQ-NO            PIC 9(9)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RFL-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RFL-JOB-NAME          PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RFL-REASON            PIC X(30) VALUE SPACES.

       01  WS-REFUSAL-AMOUNT-LINE.
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'AUDIT OLD   '.
           05 WS-RFA-AUDIT-OLD         PIC -(11)9.99.
           05 FILLER                  PIC X(12) VALUE '  REBUILT   '.
           05 WS-RFA-REBUILT           PIC -(11)9.99.

       01  WS-COLUMN-LINE.
           05 FILLER                  PIC X(40)
               VALUE '  ACCT-ID     IMAGE BALANCE    RECOVERED'.
           05 FILLER                  PIC X(40)
               VALUE ' BALANCE        MOVEMENT                '.

       01  WS-CHANGE-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-CHG-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CHG-IMAGE             PIC -(11)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-CHG-RECOVERED         PIC -(11)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-CHG-MOVEMENT          PIC -(11)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-CHG-NOTE              PIC X(5)  VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-AMT-LABEL             PIC X(24) VALUE SPACES.
           05 WS-AMT-VALUE             PIC -(13)9.99.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-IMAGE
           PERFORM 2000-ROLL-FORWARD
           PERFORM 2500-REPORT-CHANGES
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-FROM-SEQ       TO WS-FROM-SEQ
                   MOVE PARM-STOP-SEQ       TO WS-STOP-SEQ
                   MOVE PARM-STOP-TIMESTAMP TO WS-STOP-TIMESTAMP
           END-READ
           CLOSE PARAMETER-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'ACCTRCOV - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

      *    WITHOUT A START SEQUENCE THE IMAGE CANNOT BE LINED UP WITH
      *    THE LOG, AND A STOP BEFORE THE START IS A MISKEYED CARD.
       1000-INITIALIZE.
           IF WS-FROM-SEQ = ZERO
               DISPLAY 'ACCTRCOV - NO START SEQUENCE ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           IF WS-STOP-SEQ NOT = ZERO
               AND WS-STOP-SEQ < WS-FROM-SEQ
               DISPLAY 'ACCTRCOV - STOP SEQUENCE BEFORE START SEQUENCE'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           MOVE WS-FROM-SEQ TO WS-EXPECTED-SEQ
           OPEN OUTPUT RECOVERY-REPORT
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'ACCOUNT MASTER POINT-IN-TIME RECOVERY REPORT'
               TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FROM-SEQ TO WS-PRM-FROM-SEQ
           MOVE WS-STOP-SEQ TO WS-PRM-STOP-SEQ
           MOVE WS-STOP-TIMESTAMP TO WS-PRM-STOP-TIMESTAMP
           MOVE WS-PARM-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1500-LOAD-IMAGE.
           OPEN INPUT  ACCOUNT-IMAGE-FILE
           OPEN OUTPUT REBUILT-MASTER
           PERFORM 2910-READ-IMAGE
           PERFORM 1510-COPY-IMAGE-RECORD UNTIL IMAGE-EOF
           CLOSE ACCOUNT-IMAGE-FILE
           CLOSE REBUILT-MASTER.

       1510-COPY-IMAGE-RECORD.
           MOVE IMAGE-ACCOUNT-RECORD TO REBUILT-ACCOUNT-RECORD
           WRITE REBUILT-ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-IMAGE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-IMAGE-COUNT
                   ADD ACCT-BALANCE OF IMAGE-ACCOUNT-RECORD
                       TO WS-IMAGE-TOTAL
           END-WRITE
           PERFORM 2910-READ-IMAGE.

       2000-ROLL-FORWARD.
           OPEN INPUT AUDIT-FILE
           OPEN I-O   REBUILT-MASTER
           PERFORM 2920-READ-AUDIT
           PERFORM 2100-PROCESS-AUDIT-ENTRY
               UNTIL AUDIT-EOF OR ROLL-DONE
           PERFORM UNTIL AUDIT-EOF
               ADD 1 TO WS-NOT-APPLIED-COUNT
               PERFORM 2920-READ-AUDIT
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE REBUILT-MASTER
           PERFORM 2400-REPORT-OUTCOME.

      *    ENTRIES ALREADY IN THE IMAGE ARE PASSED OVER; FROM THE
      *    START SEQUENCE ON, EVERY ENTRY IS CHECKED, THEN APPLIED.
       2100-PROCESS-AUDIT-ENTRY.
           EVALUATE TRUE
               WHEN AUD-SEQ-NO < WS-FROM-SEQ
                   AND WS-APPLIED-COUNT = ZERO
                   ADD 1 TO WS-BEFORE-START-COUNT
                   PERFORM 2920-READ-AUDIT
               WHEN WS-STOP-SEQ NOT = ZERO
                   AND AUD-SEQ-NO > WS-STOP-SEQ
                   SET STOP-REACHED TO TRUE
                   SET ROLL-DONE TO TRUE
               WHEN WS-STOP-TIMESTAMP NOT = SPACES
                   AND AUD-TIMESTAMP (1:16) > WS-STOP-TIMESTAMP
                   SET STOP-REACHED TO TRUE
                   SET ROLL-DONE TO TRUE
               WHEN OTHER
                   PERFORM 2200-VERIFY-ENTRY
                   IF ENTRY-REFUSED
                       PERFORM 2850-WRITE-REFUSAL
                       SET ROLL-DONE TO TRUE
                   ELSE
                       PERFORM 2300-APPLY-ENTRY
                       PERFORM 2920-READ-AUDIT
                   END-IF
           END-EVALUATE.

       2200-VERIFY-ENTRY.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 'N' TO WS-RBLD-FOUND-SW
           EVALUATE TRUE
               WHEN AUD-SEQ-NO > WS-EXPECTED-SEQ
                   MOVE 'SEQUENCE GAP IN AUDIT CHAIN'
                       TO WS-REFUSE-REASON
               WHEN AUD-SEQ-NO < WS-EXPECTED-SEQ
                   MOVE 'SEQUENCE REPEATED IN CHAIN'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE AUD-ACCT-ID TO ACCT-ID OF REBUILT-ACCOUNT-RECORD
                   READ REBUILT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET RBLD-FOUND TO TRUE
                   END-READ
                   IF NOT RBLD-FOUND
                       AND AUD-OLD-BALANCE = ZERO
                       PERFORM 2250-ADD-FROM-JOURNAL
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT RBLD-FOUND
                           MOVE 'ACCOUNT NOT IN IMAGE/JOURNAL'
                               TO WS-REFUSE-REASON
                       WHEN AUD-OLD-BALANCE NOT =
                               ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
                           MOVE 'OLD BALANCE DOES NOT MATCH'
                               TO WS-REFUSE-REASON
                   END-EVALUATE
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               MOVE 'N' TO WS-REFUSED-SW
           ELSE
               SET ENTRY-REFUSED TO TRUE
           END-IF.

      *    AN ACCOUNT OPENED SINCE THE IMAGE WAS TAKEN IS PICKED UP
      *    FROM THE LAST ACCTMSTR ADD RECORD FOR IT ON THE JOURNAL.
       2250-ADD-FROM-JOURNAL.
           MOVE 'N' TO WS-JRNL-ADD-SW
           MOVE 'N' TO WS-JRNL-EOF
           MOVE SPACES TO WS-JRNL-ACCT-KEY
           MOVE AUD-ACCT-ID TO WS-JRNL-ACCT-KEY
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-MISSING
               SET JRNL-EOF TO TRUE
           ELSE
               PERFORM 2930-READ-JOURNAL
           END-IF
           PERFORM 2260-CHECK-JOURNAL-ENTRY UNTIL JRNL-EOF
           CLOSE JOURNAL-FILE
           IF JRNL-ADD-FOUND
               MOVE WS-JRNL-AFTER-IMAGE TO REBUILT-ACCOUNT-RECORD
               WRITE REBUILT-ACCOUNT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RBLD-FOUND TO TRUE
                       PERFORM 2270-REMEMBER-ADDED
               END-WRITE
           END-IF.

       2260-CHECK-JOURNAL-ENTRY.
           IF JRN-FILE-ID = 'ACCTMSTR'
               AND JRN-ADD
               AND JRN-RECORD-KEY = WS-JRNL-ACCT-KEY
               MOVE JRN-AFTER-IMAGE TO WS-JRNL-AFTER-IMAGE
               SET JRNL-ADD-FOUND TO TRUE
           END-IF
           PERFORM 2930-READ-JOURNAL.

       2270-REMEMBER-ADDED.
           ADD 1 TO WS-ADDED-COUNT
           IF WS-ADDED-LISTED < WS-MAX-ADDED
               ADD 1 TO WS-ADDED-LISTED
               MOVE AUD-ACCT-ID TO WS-ADD-ACCT-ID (WS-ADDED-LISTED)
           ELSE
               DISPLAY 'ACCTRCOV - ADDED TABLE FULL, NOT LISTED: '
                   AUD-ACCT-ID
               MOVE 4 TO WS-RUN-COMPLETION
           END-IF.

       2300-APPLY-ENTRY.
           MOVE AUD-NEW-BALANCE
               TO ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
           REWRITE REBUILT-ACCOUNT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           COMPUTE WS-MOVEMENT-TOTAL = WS-MOVEMENT-TOTAL
               + AUD-NEW-BALANCE - AUD-OLD-BALANCE
           MOVE AUD-SEQ-NO TO WS-LAST-SEQ-NO
           MOVE AUD-TIMESTAMP TO WS-LAST-TIMESTAMP
           MOVE AUD-JOB-NAME TO WS-LAST-JOB-NAME
           COMPUTE WS-EXPECTED-SEQ = AUD-SEQ-NO + 1.

       2400-REPORT-OUTCOME.
           MOVE SPACES TO WS-HDG-TEXT
           EVALUATE TRUE
               WHEN ENTRY-REFUSED
                   MOVE 'ROLL-FORWARD STOPPED AT A REFUSED ENTRY - '
                       & 'DO NOT SWAP IN' TO WS-HDG-TEXT
                   MOVE 8 TO WS-RUN-COMPLETION
               WHEN STOP-REACHED
                   MOVE 'ROLL-FORWARD COMPLETE TO THE REQUESTED POINT'
                       TO WS-HDG-TEXT
               WHEN OTHER
                   MOVE 'ROLL-FORWARD COMPLETE TO THE END OF THE LOG'
                       TO WS-HDG-TEXT
           END-EVALUATE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-APPLIED-COUNT > ZERO
               MOVE WS-LAST-SEQ-NO TO WS-LST-SEQ-NO
               MOVE WS-LAST-TIMESTAMP TO WS-LST-TIMESTAMP
               MOVE WS-LAST-JOB-NAME TO WS-LST-JOB-NAME
               MOVE WS-LAST-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT ENTRY-REFUSED
               AND WS-APPLIED-COUNT = ZERO
               AND WS-BEFORE-START-COUNT > ZERO
               AND WS-NOT-APPLIED-COUNT = ZERO
               AND NOT STOP-REACHED
               MOVE SPACES TO WS-HDG-TEXT
               MOVE 'START SEQUENCE NOT FOUND ON THE AUDIT LOG'
                   TO WS-HDG-TEXT
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO WS-RUN-COMPLETION
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    THE IMAGE IS READ AGAIN IN ACCT-ID ORDER AND EVERY ACCOUNT
      *    THE ROLL-FORWARD MOVED IS LISTED.
       2500-REPORT-CHANGES.
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-IMAGE-EOF
           OPEN INPUT ACCOUNT-IMAGE-FILE
           OPEN INPUT REBUILT-MASTER
           PERFORM 2910-READ-IMAGE
           PERFORM 2510-COMPARE-ONE-ACCOUNT UNTIL IMAGE-EOF
           PERFORM VARYING WS-ADDED-SUB FROM 1 BY 1
               UNTIL WS-ADDED-SUB > WS-ADDED-LISTED
               PERFORM 2520-COMPARE-ADDED-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-IMAGE-FILE
           CLOSE REBUILT-MASTER.

       2510-COMPARE-ONE-ACCOUNT.
           MOVE ACCT-ID OF IMAGE-ACCOUNT-RECORD
               TO ACCT-ID OF REBUILT-ACCOUNT-RECORD
           READ REBUILT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
                       TO WS-RECOVERED-TOTAL
                   IF ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD NOT =
                           ACCT-BALANCE OF IMAGE-ACCOUNT-RECORD
                       PERFORM 2800-WRITE-CHANGE-LINE
                   END-IF
           END-READ
           PERFORM 2910-READ-IMAGE.

      *    AN ADDED ACCOUNT HAD NO IMAGE BALANCE, SO ALL OF ITS
      *    RECOVERED BALANCE IS MOVEMENT.
       2520-COMPARE-ADDED-ACCOUNT.
           MOVE WS-ADD-ACCT-ID (WS-ADDED-SUB)
               TO ACCT-ID OF REBUILT-ACCOUNT-RECORD
           READ REBUILT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
                       TO WS-RECOVERED-TOTAL
                   PERFORM 2810-WRITE-ADDED-LINE
           END-READ.

       2800-WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGED-COUNT
           MOVE ACCT-ID OF IMAGE-ACCOUNT-RECORD TO WS-CHG-ACCT-ID
           MOVE ACCT-BALANCE OF IMAGE-ACCOUNT-RECORD TO WS-CHG-IMAGE
           MOVE ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
               TO WS-CHG-RECOVERED
           COMPUTE WS-CHG-MOVEMENT =
               ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
               - ACCT-BALANCE OF IMAGE-ACCOUNT-RECORD
           MOVE WS-CHANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2810-WRITE-ADDED-LINE.
           MOVE ACCT-ID OF REBUILT-ACCOUNT-RECORD TO WS-CHG-ACCT-ID
           MOVE ZERO TO WS-CHG-IMAGE
           MOVE ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
               TO WS-CHG-RECOVERED
           MOVE ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
               TO WS-CHG-MOVEMENT
           MOVE 'ADDED' TO WS-CHG-NOTE
           MOVE WS-CHANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CHG-NOTE.

       2850-WRITE-REFUSAL.
           MOVE AUD-SEQ-NO TO WS-RFL-SEQ-NO
           MOVE AUD-ACCT-ID TO WS-RFL-ACCT-ID
           MOVE AUD-JOB-NAME TO WS-RFL-JOB-NAME
           MOVE WS-REFUSE-REASON TO WS-RFL-REASON
           MOVE WS-REFUSAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF RBLD-FOUND
               MOVE AUD-OLD-BALANCE TO WS-RFA-AUDIT-OLD
               MOVE ACCT-BALANCE OF REBUILT-ACCOUNT-RECORD
                   TO WS-RFA-REBUILT
               MOVE WS-REFUSAL-AMOUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY 'ACCTRCOV - ENTRY ' AUD-SEQ-NO ' REFUSED: '
               WS-REFUSE-REASON.

       2910-READ-IMAGE.
           READ ACCOUNT-IMAGE-FILE
               AT END
                   SET IMAGE-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       2920-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

       2930-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'IMAGE ACCOUNTS LOADED  :' TO WS-SUM-LABEL
           MOVE WS-IMAGE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'IMAGE DUPLICATE KEYS   :' TO WS-SUM-LABEL
           MOVE WS-DUP-IMAGE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'AUDIT ENTRIES READ     :' TO WS-SUM-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ALREADY IN IMAGE       :' TO WS-SUM-LABEL
           MOVE WS-BEFORE-START-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ENTRIES APPLIED        :' TO WS-SUM-LABEL
           MOVE WS-APPLIED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ENTRIES NOT APPLIED    :' TO WS-SUM-LABEL
           MOVE WS-NOT-APPLIED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNTS CHANGED       :' TO WS-SUM-LABEL
           MOVE WS-CHANGED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNTS ADDED         :' TO WS-SUM-LABEL
           MOVE WS-ADDED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'IMAGE BALANCE TOTAL    :' TO WS-AMT-LABEL
           MOVE WS-IMAGE-TOTAL TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'MOVEMENT APPLIED       :' TO WS-AMT-LABEL
           MOVE WS-MOVEMENT-TOTAL TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RECOVERED BALANCE TOTAL:' TO WS-AMT-LABEL
           MOVE WS-RECOVERED-TOTAL TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE RECOVERY-REPORT
           DISPLAY 'ACCTRCOV - IMAGE ACCOUNTS      : ' WS-IMAGE-COUNT
           DISPLAY 'ACCTRCOV - ENTRIES APPLIED     : ' WS-APPLIED-COUNT
           DISPLAY 'ACCTRCOV - ENTRIES NOT APPLIED : '
               WS-NOT-APPLIED-COUNT
           DISPLAY 'ACCTRCOV - LAST SEQ APPLIED    : ' WS-LAST-SEQ-NO
           DISPLAY 'ACCTRCOV - ACCOUNTS CHANGED    : ' WS-CHANGED-COUNT
           DISPLAY 'ACCTRCOV - ACCOUNTS ADDED      : ' WS-ADDED-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
