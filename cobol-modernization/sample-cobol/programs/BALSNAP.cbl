       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSNAP.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    END-OF-DAY BALANCE SNAPSHOT.  RUN AFTER THE DAY'S POSTING,
      *    CAPTURING EVERY ACCOUNT'S CLOSING LEDGER BALANCE INTO THE
      *    BALANCE-HISTORY FILE UNDER THE BUSINESS DATE ON THE BSNPPARM
      *    CONTROL CARD, SO THE BALANCE ON ANY PAST DATE CAN BE ANSWERED
      *    WITHOUT REPLAYING THE AUDIT LOG.  A CLOSED ACCOUNT IS
      *    CAPTURED ONCE MORE, ON THE FIRST RUN AFTER IT CLOSES, SO ITS
      *    HISTORY ENDS WITH ITS CLOSING BALANCE AND STATUS; AFTER THAT
      *    IT IS NOT CAPTURED.  A RERUN FOR THE SAME DATE REPLACES THAT
      *    DATE'S SNAPSHOT RATHER THAN DUPLICATING IT.  THE HISTORY IS
      *    KEYED BY ACCT-ID THEN BALANCE DATE; BALHSTQ QUOTES FROM IT
      *    FOR STATEMENTS AND INQUIRIES AND BALAVG REPORTS THE MONTHLY
      *    AVERAGE, MINIMUM AND MAXIMUM FROM IT.  THE CONTROL REPORT
      *    TOTALS THE CAPTURED BALANCES BY ACCOUNT TYPE SO THE SNAPSHOT
      *    CAN BE AGREED TO THE DAY'S BALANCE PROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO BSNPPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-FS.

           SELECT CONTROL-REPORT ASSIGN TO BSNPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-BALANCE-DATE       PIC 9(8).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  BALANCE-HISTORY-FILE
           RECORDING MODE IS F.
       01  BALANCE-HISTORY-RECORD.
           COPY BALANCE-HISTORY-RECORD.

       FD  CONTROL-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'BALSNAP '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-BHS-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-ACCT-EOF             PIC X VALUE 'N'.
              88 ACCT-EOF             VALUE 'Y'.
           05 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE            VALUE 'Y'.
           05 WS-CLOSING-HELD-SW      PIC X VALUE 'N'.
              88 CLOSING-HELD         VALUE 'Y'.

       01  WS-BALANCE-DATE             PIC 9(8) VALUE ZERO.

      *    CAPTURED COUNT AND BALANCE PER ACCOUNT TYPE; THE LAST
      *    ENTRY COLLECTS ANY TYPE NOT LISTED.
       01  WS-TYPE-TOTALS.
           05 WS-TYPE-ENTRY OCCURS 5 TIMES.
              10 WS-TYP-CODE         PIC X(3).
              10 WS-TYP-COUNT        PIC 9(7).
              10 WS-TYP-BALANCE      PIC S9(13)V99 COMP-3.
       01  WS-TYPE-SUB                 PIC 9(2) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-CAPTURED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REPLACED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CLOSED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-CLOSING-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(33)
               VALUE 'END-OF-DAY BALANCE SNAPSHOT FOR '.
           05 WS-HDG-DATE              PIC 9(8)  VALUE ZERO.

       01  WS-TYPE-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(5)  VALUE 'TYPE '.
           05 WS-TPL-CODE              PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE 'ACCOUNTS '.
           05 WS-TPL-COUNT             PIC Z(6)9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'BALANCE '.
           05 WS-TPL-BALANCE           PIC -(12)9.99.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNT UNTIL ACCT-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-BALANCE-DATE TO WS-BALANCE-DATE
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-BALANCE-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'BALSNAP - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

      *    A SNAPSHOT FILED UNDER THE WRONG DATE WOULD BE QUOTED AS
      *    FACT, SO A MISSING DATE STOPS THE RUN.
       1000-INITIALIZE.
           IF WS-BALANCE-DATE = ZERO
               DISPLAY 'BALSNAP - NO BALANCE DATE ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           MOVE 'CUR' TO WS-TYP-CODE (1)
           MOVE 'SAV' TO WS-TYP-CODE (2)
           MOVE 'LON' TO WS-TYP-CODE (3)
           MOVE 'TRM' TO WS-TYP-CODE (4)
           MOVE '***' TO WS-TYP-CODE (5)
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5
               MOVE ZERO TO WS-TYP-COUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TYP-BALANCE (WS-TYPE-SUB)
           END-PERFORM
           OPEN INPUT  ACCOUNT-MASTER
           OPEN I-O    BALANCE-HISTORY-FILE
           OPEN OUTPUT CONTROL-REPORT
           MOVE WS-BALANCE-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2910-READ-ACCOUNT.

       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-READ-COUNT
           IF ACCT-CLOSED
               PERFORM 2050-FIND-CLOSING-SNAPSHOT
               IF CLOSING-HELD
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   PERFORM 2100-CAPTURE-BALANCE
                   ADD 1 TO WS-CLOSING-COUNT
               END-IF
           ELSE
               PERFORM 2100-CAPTURE-BALANCE
           END-IF
           PERFORM 2910-READ-ACCOUNT.

      *    A CLOSED ACCOUNT IS CAPTURED ONCE MORE, ON THE FIRST RUN
      *    AFTER IT CLOSES, SO ITS HISTORY ENDS WITH THE CLOSING
      *    BALANCE AND STATUS.  A SNAPSHOT SHOWING IT CLOSED UNDER AN
      *    EARLIER DATE MEANS THAT HAS ALREADY BEEN DONE; ONE UNDER
      *    THIS RUN'S DATE IS SIMPLY REPLACED ON A RERUN.
       2050-FIND-CLOSING-SNAPSHOT.
           MOVE 'N' TO WS-CLOSING-HELD-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE ACCT-ID TO BHS-ACCT-ID
           MOVE ZERO TO BHS-BALANCE-DATE
           START BALANCE-HISTORY-FILE KEY IS >= BHS-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2060-READ-ONE-SNAPSHOT UNTIL SCAN-DONE.

       2060-READ-ONE-SNAPSHOT.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF BHS-ACCT-ID NOT = ACCT-ID
                   OR BHS-BALANCE-DATE NOT < WS-BALANCE-DATE
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF BHS-ACCT-STATUS = 'C'
                       SET CLOSING-HELD TO TRUE
                       SET SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2100-CAPTURE-BALANCE.
           MOVE ACCT-ID TO BHS-ACCT-ID
           MOVE WS-BALANCE-DATE TO BHS-BALANCE-DATE
           MOVE ACCT-CUST-ID TO BHS-CUST-ID
           MOVE ACCT-TYPE TO BHS-ACCT-TYPE
           MOVE ACCT-STATUS TO BHS-ACCT-STATUS
           MOVE ACCT-BALANCE TO BHS-CLOSING-BALANCE
           MOVE ACCT-LIMIT TO BHS-ACCT-LIMIT
           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE BALANCE-HISTORY-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
           END-WRITE
           ADD 1 TO WS-CAPTURED-COUNT
           ADD ACCT-BALANCE TO WS-TOTAL-BALANCE
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4
               OR WS-TYP-CODE (WS-TYPE-SUB) = ACCT-TYPE
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-TYP-COUNT (WS-TYPE-SUB)
           ADD ACCT-BALANCE TO WS-TYP-BALANCE (WS-TYPE-SUB).

       2910-READ-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   SET ACCT-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 5
               IF WS-TYP-COUNT (WS-TYPE-SUB) > ZERO
                   MOVE WS-TYP-CODE (WS-TYPE-SUB) TO WS-TPL-CODE
                   MOVE WS-TYP-COUNT (WS-TYPE-SUB) TO WS-TPL-COUNT
                   MOVE WS-TYP-BALANCE (WS-TYPE-SUB) TO WS-TPL-BALANCE
                   MOVE WS-TYPE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE 'ALL' TO WS-TPL-CODE
           MOVE WS-CAPTURED-COUNT TO WS-TPL-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-TPL-BALANCE
           MOVE WS-TYPE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNTS READ          :' TO WS-SUM-LABEL
           MOVE WS-READ-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'BALANCES CAPTURED      :' TO WS-SUM-LABEL
           MOVE WS-CAPTURED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'REPLACED ON RERUN      :' TO WS-SUM-LABEL
           MOVE WS-REPLACED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CLOSING BALANCES       :' TO WS-SUM-LABEL
           MOVE WS-CLOSING-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CLOSED, NOT CAPTURED   :' TO WS-SUM-LABEL
           MOVE WS-CLOSED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-HISTORY-FILE
           CLOSE CONTROL-REPORT
           DISPLAY 'BALSNAP - BALANCE DATE         : ' WS-BALANCE-DATE
           DISPLAY 'BALSNAP - BALANCES CAPTURED    : '
               WS-CAPTURED-COUNT
           DISPLAY 'BALSNAP - REPLACED ON RERUN    : '
               WS-REPLACED-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
