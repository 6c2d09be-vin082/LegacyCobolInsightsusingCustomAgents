       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHRGOFF.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    LOAN CHARGE-OFF RUN.  PICKS UP WHERE DELQTRK STOPS: EVERY
      *    LOAN ON THE DELINQUENCY FILE WHOSE DLQ-DAYS-PAST-DUE HAS
      *    REACHED THE THRESHOLD ON THE CHOPARM CONTROL CARD IS
      *    WRITTEN OFF.  THE WRITE-OFF TAKES THE OUTSTANDING
      *    PRINCIPAL (ACCT-BALANCE) TO ZERO THROUGH THE SHARED
      *    AUDITLOG CALL UNDER THE CHARGE-OFF REFERENCE, CLEARS THE
      *    INTEREST SITTING ON THE ACCRUAL FILE, AND FLAGS THE
      *    ACCOUNT CHARGED OFF (ACCT-STATUS W) SO INTACCR ACCRUES
      *    NOTHING FURTHER AND AMORTGEN NO LONGER SCHEDULES IT.  THE
      *    AMOUNTS WRITTEN OFF ARE KEPT ON THE CHARGE-OFF FILE, ONE
      *    RECORD PER LOAN, WHICH PAYPOST UPDATES AS RECOVERIES ARE
      *    RECEIVED AND GLEXTRCT READS FOR THE CHARGED-OFF AND
      *    RECOVERED TOTALS LINE.  THE LOAN'S DELINQUENCY RECORD IS
      *    REMOVED - COLLECTIONS TRACKING ENDS AT CHARGE-OFF, AND THE
      *    DAYS PAST DUE AT THAT POINT ARE KEPT ON THE CHARGE-OFF
      *    RECORD.  BOTH MASTER-FILE CHANGES ARE JOURNALLED THROUGH
      *    MNTJRNL AND EVERY DELINQUENT LOAN CONSIDERED PRINTS ON THE
      *    CHARGE-OFF REGISTER WITH ITS DISPOSITION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO CHOPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DELINQUENCY-FILE ASSIGN TO DELQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-ACCT-ID
               FILE STATUS IS WS-DELQ-FS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACCT-ID
               FILE STATUS IS WS-ACCR-FS.

           SELECT OPTIONAL CHARGE-OFF-FILE ASSIGN TO CHGOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-ACCT-ID
               FILE STATUS IS WS-CHGO-FS.

           SELECT CHARGE-OFF-REGISTER ASSIGN TO CHORPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).
           05 PARM-DAYS-PAST-DUE      PIC 9(5).

       FD  DELINQUENCY-FILE
           RECORDING MODE IS F.
       01  DELINQUENCY-RECORD.
           COPY DELINQUENCY-RECORD.

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-RECORD.
           COPY ACCRUAL-RECORD.

       FD  CHARGE-OFF-FILE
           RECORDING MODE IS F.
       01  CHARGE-OFF-RECORD.
           COPY CHARGE-OFF-RECORD.

       FD  CHARGE-OFF-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'CHRGOFF '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-DELQ-FS                  PIC XX VALUE SPACES.
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-ACCR-FS                  PIC XX VALUE SPACES.
       01  WS-CHGO-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-DELQ-EOF             PIC X VALUE 'N'.
              88 DELQ-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-ACCR-FOUND-SW        PIC X VALUE 'N'.
              88 ACCR-FOUND           VALUE 'Y'.
           05 WS-DROP-DELQ-SW         PIC X VALUE 'N'.
              88 DROP-DELQ            VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(24) VALUE SPACES.

       01  WS-PARM.
           05 WS-RUN-DATE             PIC 9(8) VALUE ZERO.
           05 WS-THRESHOLD-DAYS       PIC 9(5) VALUE ZERO.

       01  WS-PRINCIPAL-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-INTEREST-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-SAVE-BALANCE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AUDIT-REF-ID             PIC X(12) VALUE 'CHARGE-OFF  '.
       01  WS-AUDIT-JOB-NAME           PIC X(8) VALUE 'CHRGOFF '.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE SPACES.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'CHRGOFF '.

       01  WS-COUNTERS.
           05 WS-DELQ-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-BELOW-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-CHARGED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-PRINCIPAL-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-INTEREST-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DAYS-PAST         PIC ZZZZ9 VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-PRINCIPAL         PIC -(9)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-INTEREST          PIC -(7)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(24) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-AMOUNT            PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DELINQUENCY UNTIL DELQ-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RUN-DATE NUMERIC
                       AND PARM-RUN-DATE > ZERO
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   MOVE PARM-DAYS-PAST-DUE TO WS-THRESHOLD-DAYS
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'CHRGOFF - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

      *    A ZERO THRESHOLD WOULD CHARGE OFF EVERY DELINQUENT LOAN ON
      *    ITS FIRST MISS, SO A MISSING OR ZERO CARD STOPS THE RUN.
      *    THE RUN DATE IS THE CHARGE-OFF DATE STAMPED ON EVERY LOAN,
      *    SO A MISSING OR ZERO DATE STOPS IT TOO.
       1000-INITIALIZE.
           IF WS-RUN-DATE = ZERO
               DISPLAY 'CHRGOFF - NO RUN DATE ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           IF WS-THRESHOLD-DAYS = ZERO
               DISPLAY 'CHRGOFF - NO DAYS-PAST-DUE THRESHOLD ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           OPEN I-O    DELINQUENCY-FILE
           OPEN I-O    ACCOUNT-MASTER
           OPEN I-O    ACCRUAL-FILE
           OPEN I-O    CHARGE-OFF-FILE
           OPEN OUTPUT CHARGE-OFF-REGISTER
           PERFORM 2910-READ-DELINQUENCY.

       2000-PROCESS-DELINQUENCY.
           ADD 1 TO WS-DELQ-COUNT
           IF DLQ-DAYS-PAST-DUE < WS-THRESHOLD-DAYS
               ADD 1 TO WS-BELOW-COUNT
           ELSE
               PERFORM 2100-EVALUATE-LOAN
           END-IF
           PERFORM 2910-READ-DELINQUENCY.

       2100-EVALUATE-LOAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE 'N' TO WS-DROP-DELQ-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE ZERO TO WS-PRINCIPAL-AMOUNT
           MOVE ZERO TO WS-INTEREST-AMOUNT
           PERFORM 2110-EDIT-LOAN
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2200-CHARGE-OFF-LOAN
               MOVE 'CHARGED OFF' TO WS-REG-DISPOSITION
               ADD 1 TO WS-CHARGED-COUNT
               SET DROP-DELQ TO TRUE
           END-IF
           PERFORM 2800-WRITE-REGISTER-LINE
           IF DROP-DELQ
               DELETE DELINQUENCY-FILE
           END-IF.

      *    A LOAN ALREADY CHARGED OFF STILL ON THE DELINQUENCY FILE
      *    (E.G. A DELQTRK RUN FROM AN OLDER RECONCILIATION) IS
      *    REPORTED AND ITS DELINQUENCY RECORD CLEARED, NOT WRITTEN
      *    OFF A SECOND TIME.
       2110-EDIT-LOAN.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE DLQ-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN NOT ACCT-LOAN
                   MOVE 'ACCOUNT IS NOT A LOAN' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN ACCT-CHARGED-OFF
                   MOVE 'ALREADY CHARGED OFF' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
                   SET DROP-DELQ TO TRUE
               WHEN ACCT-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
           END-EVALUATE
           IF NOT EDIT-FAILED
               PERFORM 2120-LOCATE-ACCRUAL-RECORD
               MOVE ACCT-BALANCE TO WS-PRINCIPAL-AMOUNT
               IF ACCR-FOUND
                   MOVE ACR-ACCRUED-AMOUNT TO WS-INTEREST-AMOUNT
               END-IF
               IF WS-PRINCIPAL-AMOUNT NOT > ZERO
                   AND WS-INTEREST-AMOUNT NOT > ZERO
                   MOVE 'NOTHING OUTSTANDING' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       2120-LOCATE-ACCRUAL-RECORD.
           MOVE 'N' TO WS-ACCR-FOUND-SW
           MOVE ACCT-ID TO ACR-ACCT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCR-FOUND TO TRUE
           END-READ.

      *    THE PRINCIPAL LEAVES THE BALANCE THROUGH AUDITLOG LIKE ANY
      *    OTHER POSTING; THE ACCRUED INTEREST WAS NEVER PART OF THE
      *    BALANCE, SO IT IS WRITTEN OFF THE ACCRUAL FILE AND CARRIED
      *    ON THE CHARGE-OFF RECORD ALONGSIDE THE PRINCIPAL.
       2200-CHARGE-OFF-LOAN.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO WS-SAVE-BALANCE
           MOVE ZERO TO ACCT-BALANCE
           SET ACCT-CHARGED-OFF TO TRUE
           REWRITE ACCOUNT-RECORD
           CALL 'AUDITLOG' USING ACCT-ID WS-SAVE-BALANCE
               ACCT-BALANCE WS-AUDIT-REF-ID WS-AUDIT-JOB-NAME
           MOVE 'ACCTMSTR' TO WS-JRN-FILE-ID
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE ACCOUNT-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 3800-CALL-JOURNAL
           IF ACCR-FOUND
               MOVE ZERO TO ACR-ACCRUED-AMOUNT
               MOVE WS-RUN-DATE TO ACR-LAST-ACCR-DATE
               REWRITE ACCRUAL-RECORD
           END-IF
           PERFORM 2210-WRITE-CHARGE-OFF-RECORD
           ADD WS-PRINCIPAL-AMOUNT TO WS-PRINCIPAL-TOTAL
           ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL.

       2210-WRITE-CHARGE-OFF-RECORD.
           MOVE ACCT-ID TO CHO-ACCT-ID
           MOVE WS-RUN-DATE TO CHO-CHARGE-OFF-DATE
           MOVE DLQ-DAYS-PAST-DUE TO CHO-DAYS-PAST-DUE
           MOVE WS-PRINCIPAL-AMOUNT TO CHO-PRINCIPAL
           MOVE WS-INTEREST-AMOUNT TO CHO-INTEREST
           MOVE ZERO TO CHO-RECOVERED-TOTAL
           MOVE ZERO TO CHO-LAST-RECOVERY-DATE
           MOVE 'A' TO WS-JRN-ACTION
           WRITE CHARGE-OFF-RECORD
               INVALID KEY
                   REWRITE CHARGE-OFF-RECORD
                   MOVE 'C' TO WS-JRN-ACTION
           END-WRITE
           MOVE 'CHGOFILE' TO WS-JRN-FILE-ID
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE CHO-ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE CHARGE-OFF-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 3800-CALL-JOURNAL.

       2800-WRITE-REGISTER-LINE.
           MOVE DLQ-ACCT-ID TO WS-REG-ACCT-ID
           MOVE DLQ-DAYS-PAST-DUE TO WS-REG-DAYS-PAST
           MOVE WS-PRINCIPAL-AMOUNT TO WS-REG-PRINCIPAL
           MOVE WS-INTEREST-AMOUNT TO WS-REG-INTEREST
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-DELINQUENCY.
           READ DELINQUENCY-FILE NEXT RECORD
               AT END
                   SET DELQ-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           PERFORM 3100-WRITE-TOTALS
           CLOSE DELINQUENCY-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE ACCRUAL-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE CHARGE-OFF-REGISTER
           DISPLAY 'CHRGOFF - DELINQUENT LOANS    : ' WS-DELQ-COUNT
           DISPLAY 'CHRGOFF - BELOW THRESHOLD     : ' WS-BELOW-COUNT
           DISPLAY 'CHRGOFF - LOANS CHARGED OFF   : ' WS-CHARGED-COUNT
           DISPLAY 'CHRGOFF - LOANS NOT CHARGED   : ' WS-REJECT-COUNT.

       3100-WRITE-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'PRINCIPAL CHARGED OFF  :' TO WS-SUM-LABEL
           MOVE WS-PRINCIPAL-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'INTEREST CHARGED OFF   :' TO WS-SUM-LABEL
           MOVE WS-INTEREST-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       3800-CALL-JOURNAL.
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
