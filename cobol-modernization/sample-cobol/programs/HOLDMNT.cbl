      *    JOURNALLED WITH ITS BEFORE AND AFTER RECORD IMAGE AND THE
      *    OPERATOR REFERENCE THROUGH THE SHARED MNTJRNL SUBPROGRAM,
      *    SO A REPLACED HOLD'S PRIOR TERMS ARE NEVER LOST.
      *
      *    CHEQUE STOPS.  HOLD TYPE C STOPS ONE CHEQUE BY SERIAL
      *    NUMBER RATHER THAN THE ACCOUNT AS A WHOLE, SO IT DOES NOT
      *    TAKE OR DISPLACE THE ACCOUNT'S ONE HOLD-FILE INSTRUCTION:
      *    A PLACE MARKS THE SERIAL STOPPED ON THE CHEQUE REGISTER
      *    CHQISSUE MAINTAINS, AND A RELEASE PUTS IT BACK TO ISSUED.
      *    THE SERIAL MUST HAVE BEEN ISSUED TO THE ACCOUNT AND NOT
      *    YET PAID; CHQCLEAR RETURNS ANY STOPPED SERIAL PRESENTED.
      *    CHEQUE STOPS ARE JOURNALLED AGAINST THE CHEQUE REGISTER.
      *
      *    SANCTIONS FREEZES.  A FULL FREEZE PLACED BY SANCTIONS
      *    SCREENING CARRIES THE OPERATOR REFERENCE SANCTIONS.  IT
      *    CAN BE LIFTED ONLY BY AN ANALYST'S RELEASE THROUGH
      *    SCRNREL, SO A PLACE OR RELEASE OVER ONE IS REFUSED HERE.
      *
      *    DUAL AUTHORISATION.  A HOLD RELEASE IS MEASURED BY WHAT IT
      *    FREES - THE STOPPED AMOUNT FOR A STOP-PAYMENT, THE ACCOUNT'S
      *    AVAILABLE FUNDS (BALANCE PLUS ACCT-LIMIT) FOR A FREEZE OR
      *    DEBIT BLOCK.  A PLACE THAT WEAKENS THE HOLD ON FILE - A
      *    WEAKER TYPE, ANOTHER STOP AMOUNT, A LATER EFFECTIVE DATE, OR
      *    AN EARLIER OR NEW EXPIRY - FREES FUNDS JUST AS A RELEASE DOES
      *    AND IS MEASURED THE SAME WAY.  A RELEASE OR WEAKENING PLACE
      *    ABOVE THE KEYING OPERATOR'S RELEASE LIMIT ON THE OPERATOR
      *    AUTHORITY FILE IS HELD ON THE PENDING-APPROVAL FILE THROUGH
      *    THE SHARED APPRCHK SUBPROGRAM, AND THE HOLD STAYS IN FORCE,
      *    UNTIL THE ACTION IS RESUBMITTED WITH A DIFFERENT, AUTHORISED
      *    APPROVER, WHO IS JOURNALLED WITH THE KEYING OPERATOR.
      *    RELEASING A CHEQUE STOP IS HELD AND APPROVED THE SAME WAY.
      *    THE STOPPED CHEQUE HAS NO PAID AMOUNT, AND ONCE RELEASED IT
      *    CAN CLEAR FOR ANYTHING UP TO THE ACCOUNT'S AVAILABLE FUNDS,
      *    SO THOSE FUNDS ARE WHAT THE RELEASE IS MEASURED BY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS HLD-ACCT-ID
               FILE STATUS IS WS-HOLD-FS.

           SELECT OPTIONAL CHEQUE-FILE ASSIGN TO CHQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-CHQ-FS.

           SELECT HOLD-REGISTER ASSIGN TO HOLDRPT
               ORGANIZATION IS SEQUENTIAL.

              88 HDT-RELEASE          VALUE 'R'.
           05 HDT-ACCT-ID             PIC X(10).
           05 HDT-TYPE                PIC X.
              88 HDT-CHEQUE-STOP      VALUE 'C'.
           05 HDT-AMOUNT              PIC 9(9)V99.
           05 HDT-AMOUNT-X REDEFINES HDT-AMOUNT
                                      PIC X(11).
           05 HDT-EFFECTIVE-DATE      PIC X(8).
           05 HDT-EXPIRY-DATE         PIC X(8).
           05 HDT-OPERATOR-REF        PIC X(12).
           05 HDT-CHEQUE-SERIAL       PIC X(8).
           05 HDT-APPROVER-REF        PIC X(12).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLD-RECORD.

       FD  CHEQUE-FILE
           RECORDING MODE IS F.
       01  CHEQUE-RECORD.
           COPY CHEQUE-RECORD.

       FD  HOLD-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-CHQ-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.
           05 WS-CHEQUE-FOUND-SW      PIC X VALUE 'N'.
              88 CHEQUE-FOUND         VALUE 'Y'.
           05 WS-PLACE-WEAKENS-SW     PIC X VALUE 'N'.
              88 PLACE-WEAKENS        VALUE 'Y'.

       01  WS-HOLD-STRENGTH.
           05 WS-OLD-HOLD-RANK        PIC 9 VALUE ZERO.
           05 WS-NEW-HOLD-RANK        PIC 9 VALUE ZERO.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.
       01  WS-SANCTIONS-OPERATOR       PIC X(12) VALUE 'SANCTIONS'.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-PLACED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-RELEASED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CHQ-STOPPED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-CHQ-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-APPROVAL-CONTROL.
           05 WS-APR-JOB-NAME         PIC X(8) VALUE 'HOLDMNT '.
           05 WS-APR-AUTH-CLASS       PIC X VALUE 'H'.
           05 WS-APR-ITEM-KEY         PIC X(40) VALUE SPACES.
           05 WS-APR-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-APR-RATE             PIC 9V9(6) COMP-3 VALUE ZERO.
           05 WS-APR-MAKER-REF        PIC X(12) VALUE SPACES.
           05 WS-APR-CHECKER-REF      PIC X(12) VALUE SPACES.
           05 WS-APR-ITEM-IMAGE       PIC X(80) VALUE SPACES.
           05 WS-APR-RESULT           PIC X VALUE SPACE.
              88 APR-CHECKED          VALUE 'C'.
              88 APR-HELD             VALUE 'H'.
              88 APR-STILL-HELD       VALUE 'P'.
              88 APR-REFUSED          VALUE 'R'.
           05 WS-APR-REASON           PIC X(30) VALUE SPACES.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'HOLDFILE'.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'HOLDMNT '.

       01  WS-REGISTER-DETAIL.
           05 WS-REG-OPERATOR-REF      PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(30) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-CHEQUE-SERIAL     PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  HOLD-TRAN-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN I-O    HOLD-FILE
           OPEN I-O    CHEQUE-FILE
           OPEN OUTPUT HOLD-REGISTER
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-TRAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE SPACE TO WS-APR-RESULT
           PERFORM 2100-EDIT-TRAN
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               EVALUATE TRUE
                   WHEN APR-HELD OR APR-STILL-HELD
                       MOVE WS-APR-REASON TO WS-REG-DISPOSITION
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM 2800-WRITE-REGISTER-LINE
                   WHEN HDT-CHEQUE-STOP AND HDT-PLACE
                       PERFORM 2400-STOP-CHEQUE
                   WHEN HDT-CHEQUE-STOP
                       PERFORM 2450-RELEASE-CHEQUE-STOP
                   WHEN HDT-PLACE
                       PERFORM 2200-PLACE-HOLD
                   WHEN OTHER
                       PERFORM 2300-RELEASE-HOLD
               END-EVALUATE
           END-IF
           PERFORM 2910-READ-TRAN.

               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND HDT-CHEQUE-STOP
               PERFORM 2140-EDIT-CHEQUE-STOP
           END-IF
           IF NOT EDIT-FAILED
               AND NOT HDT-CHEQUE-STOP
               PERFORM 2120-LOCATE-HOLD
               IF HDT-RELEASE AND NOT HOLD-FOUND
                   MOVE 'NO HOLD TO RELEASE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
               IF HOLD-FOUND
                   AND HLD-FULL-FREEZE
                   AND HLD-OPERATOR-REF = WS-SANCTIONS-OPERATOR
                   MOVE 'SANCTIONS FREEZE - USE SCRNREL'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND HDT-PLACE
               AND NOT HDT-CHEQUE-STOP
               PERFORM 2130-EDIT-PLACE-FIELDS
           END-IF
           IF NOT EDIT-FAILED
               AND HDT-PLACE
               AND NOT HDT-CHEQUE-STOP
               AND HOLD-FOUND
               PERFORM 2135-CHECK-WEAKENING
               IF PLACE-WEAKENS
                   PERFORM 2160-CHECK-AUTHORITY
                   IF APR-REFUSED
                       MOVE WS-APR-REASON TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND HDT-RELEASE
               PERFORM 2160-CHECK-AUTHORITY
               IF APR-REFUSED
                   MOVE WS-APR-REASON TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       2110-LOCATE-ACCOUNT.
               SET EDIT-FAILED TO TRUE
           END-IF.

      *    A PLACE OVER AN EXISTING HOLD WEAKENS IT WHEN THE NEW
      *    TYPE IS WEAKER (FREEZE OVER DEBIT BLOCK OVER STOP-PAYMENT),
      *    A STOP-PAYMENT MOVES TO ANOTHER AMOUNT, THE EFFECTIVE DATE
      *    MOVES LATER, OR THE EXPIRY MOVES EARLIER OR AN OPEN-ENDED
      *    HOLD IS GIVEN ONE.  IT THEN FREES FUNDS THE SAME WAY A
      *    RELEASE DOES AND GOES THROUGH THE SAME AUTHORITY CHECK.
       2135-CHECK-WEAKENING.
           MOVE 'N' TO WS-PLACE-WEAKENS-SW
           EVALUATE TRUE
               WHEN HLD-FULL-FREEZE
                   MOVE 3 TO WS-OLD-HOLD-RANK
               WHEN HLD-DEBIT-BLOCK
                   MOVE 2 TO WS-OLD-HOLD-RANK
               WHEN OTHER
                   MOVE 1 TO WS-OLD-HOLD-RANK
           END-EVALUATE
           EVALUATE HDT-TYPE
               WHEN 'F'
                   MOVE 3 TO WS-NEW-HOLD-RANK
               WHEN 'D'
                   MOVE 2 TO WS-NEW-HOLD-RANK
               WHEN OTHER
                   MOVE 1 TO WS-NEW-HOLD-RANK
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-NEW-HOLD-RANK < WS-OLD-HOLD-RANK
                   SET PLACE-WEAKENS TO TRUE
               WHEN HLD-STOP-AMOUNT AND HDT-TYPE = 'S'
                   AND HDT-AMOUNT NOT = HLD-AMOUNT
                   SET PLACE-WEAKENS TO TRUE
               WHEN HDT-EFFECTIVE-DATE > HLD-EFFECTIVE-DATE
                   SET PLACE-WEAKENS TO TRUE
               WHEN HDT-EXPIRY-DATE NOT = '00000000'
                   AND (HLD-EXPIRY-DATE = ZERO
                       OR HDT-EXPIRY-DATE < HLD-EXPIRY-DATE)
                   SET PLACE-WEAKENS TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2140-EDIT-CHEQUE-STOP.
           IF HDT-CHEQUE-SERIAL NOT NUMERIC
               OR HDT-CHEQUE-SERIAL = '00000000'
               MOVE 'CHEQUE SERIAL NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2150-LOCATE-CHEQUE
               EVALUATE TRUE
                   WHEN NOT CHEQUE-FOUND
                       MOVE 'CHEQUE SERIAL NOT ISSUED'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN HDT-PLACE AND CHQ-PAID
                       MOVE 'CHEQUE ALREADY PAID' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN HDT-PLACE AND CHQ-STOPPED
                       MOVE 'CHEQUE ALREADY STOPPED'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN HDT-RELEASE AND NOT CHQ-STOPPED
                       MOVE 'NO STOP ON CHEQUE TO RELEASE'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
               END-EVALUATE
           END-IF.

       2150-LOCATE-CHEQUE.
           MOVE 'N' TO WS-CHEQUE-FOUND-SW
           MOVE HDT-ACCT-ID TO CHQ-ACCT-ID
           MOVE HDT-CHEQUE-SERIAL TO CHQ-SERIAL-NO
           READ CHEQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHEQUE-FOUND TO TRUE
           END-READ.

      *    THE HELD-ITEM KEY IS THE ACTION AND ACCOUNT, SO THE
      *    APPROVED RESUBMISSION OF THE RELEASE OR WEAKENING PLACE
      *    FINDS IT AGAIN.  THE AMOUNT IS WHAT THE HOLD ON FILE
      *    STOPS, SINCE THAT IS WHAT EITHER ACTION CAN FREE.
      *    A CHEQUE STOP RELEASE ADDS THE TYPE AND SERIAL TO THE KEY
      *    AND IS MEASURED BY THE AVAILABLE FUNDS THE CHEQUE CAN CLEAR
      *    AGAINST ONCE RELEASED.
       2160-CHECK-AUTHORITY.
           IF HLD-STOP-AMOUNT
               AND NOT HDT-CHEQUE-STOP
               MOVE HLD-AMOUNT TO WS-APR-AMOUNT
           ELSE
               COMPUTE WS-APR-AMOUNT = ACCT-BALANCE + ACCT-LIMIT
               IF WS-APR-AMOUNT < ZERO
                   MOVE ZERO TO WS-APR-AMOUNT
               END-IF
           END-IF
           MOVE SPACES TO WS-APR-ITEM-KEY
           MOVE HOLD-TRAN-RECORD (1:11) TO WS-APR-ITEM-KEY
           IF HDT-CHEQUE-STOP
               MOVE HDT-TYPE TO WS-APR-ITEM-KEY (12:1)
               MOVE HDT-CHEQUE-SERIAL TO WS-APR-ITEM-KEY (13:8)
           END-IF
           MOVE HDT-OPERATOR-REF TO WS-APR-MAKER-REF
           MOVE HDT-APPROVER-REF TO WS-APR-CHECKER-REF
           MOVE SPACES TO WS-APR-ITEM-IMAGE
           MOVE HOLD-TRAN-RECORD TO WS-APR-ITEM-IMAGE
           CALL 'APPRCHK' USING WS-APR-JOB-NAME WS-APR-AUTH-CLASS
               WS-APR-ITEM-KEY WS-APR-AMOUNT WS-APR-RATE
               WS-APR-MAKER-REF WS-APR-CHECKER-REF
               WS-APR-ITEM-IMAGE WS-APR-RESULT WS-APR-REASON.

       2200-PLACE-HOLD.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           IF HOLD-FOUND
           MOVE HDT-EFFECTIVE-DATE TO HLD-EFFECTIVE-DATE
           MOVE HDT-EXPIRY-DATE TO HLD-EXPIRY-DATE
           MOVE HDT-OPERATOR-REF TO HLD-OPERATOR-REF
           MOVE SPACE TO HLD-PRIOR-TYPE
           MOVE ZERO TO HLD-PRIOR-AMOUNT
           MOVE ZERO TO HLD-PRIOR-EFFECTIVE-DATE
           MOVE ZERO TO HLD-PRIOR-EXPIRY-DATE
           MOVE SPACES TO HLD-PRIOR-OPERATOR-REF
           IF HOLD-FOUND
               REWRITE HOLD-RECORD
               MOVE 'HOLD REPLACED' TO WS-REG-DISPOSITION
           END-IF
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE HOLD-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE 'HOLDFILE' TO WS-JRN-FILE-ID
           PERFORM 2650-CALL-JOURNAL
           ADD 1 TO WS-PLACED-COUNT
           PERFORM 2800-WRITE-REGISTER-LINE.
           DELETE HOLD-FILE
           MOVE 'D' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE 'HOLDFILE' TO WS-JRN-FILE-ID
           PERFORM 2650-CALL-JOURNAL
           MOVE 'HOLD RELEASED' TO WS-REG-DISPOSITION
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 2800-WRITE-REGISTER-LINE.

       2400-STOP-CHEQUE.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE CHEQUE-RECORD TO WS-JRN-BEFORE-IMAGE
           SET CHQ-STOPPED TO TRUE
           MOVE WS-TODAY TO CHQ-STOP-DATE
           MOVE HDT-OPERATOR-REF TO CHQ-OPERATOR-REF
           REWRITE CHEQUE-RECORD
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE CHEQUE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2660-CALL-CHEQUE-JOURNAL
           MOVE 'CHEQUE STOPPED' TO WS-REG-DISPOSITION
           ADD 1 TO WS-CHQ-STOPPED-COUNT
           PERFORM 2800-WRITE-REGISTER-LINE.

       2450-RELEASE-CHEQUE-STOP.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE CHEQUE-RECORD TO WS-JRN-BEFORE-IMAGE
           SET CHQ-ISSUED TO TRUE
           MOVE ZERO TO CHQ-STOP-DATE
           MOVE HDT-OPERATOR-REF TO CHQ-OPERATOR-REF
           REWRITE CHEQUE-RECORD
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE CHEQUE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2660-CALL-CHEQUE-JOURNAL
           MOVE 'CHEQUE STOP RELEASED' TO WS-REG-DISPOSITION
           ADD 1 TO WS-CHQ-RELEASED-COUNT
           PERFORM 2800-WRITE-REGISTER-LINE.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE HDT-ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE HDT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           IF APR-CHECKED
               MOVE HDT-APPROVER-REF TO WS-JRN-APPROVER-REF
           ELSE
               MOVE SPACES TO WS-JRN-APPROVER-REF
           END-IF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2660-CALL-CHEQUE-JOURNAL.
           MOVE 'CHQFILE ' TO WS-JRN-FILE-ID
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE CHQ-KEY TO WS-JRN-RECORD-KEY
           MOVE HDT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           IF APR-CHECKED
               MOVE HDT-APPROVER-REF TO WS-JRN-APPROVER-REF
           ELSE
               MOVE SPACES TO WS-JRN-APPROVER-REF
           END-IF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2800-WRITE-REGISTER-LINE.
           MOVE HDT-ACTION TO WS-REG-ACTION
           MOVE HDT-ACCT-ID TO WS-REG-ACCT-ID
           MOVE HDT-TYPE TO WS-REG-TYPE
           MOVE HDT-OPERATOR-REF TO WS-REG-OPERATOR-REF
           IF HDT-CHEQUE-STOP
               MOVE HDT-CHEQUE-SERIAL TO WS-REG-CHEQUE-SERIAL
           ELSE
               MOVE SPACES TO WS-REG-CHEQUE-SERIAL
           END-IF
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

           CLOSE HOLD-TRAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           CLOSE CHEQUE-FILE
           CLOSE HOLD-REGISTER
           DISPLAY 'HOLDMNT - TRANSACTIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'HOLDMNT - HOLDS PLACED      : ' WS-PLACED-COUNT
           DISPLAY 'HOLDMNT - HOLDS RELEASED    : ' WS-RELEASED-COUNT
           DISPLAY 'HOLDMNT - CHEQUES STOPPED   : '
               WS-CHQ-STOPPED-COUNT
           DISPLAY 'HOLDMNT - CHEQUE STOPS RLSED: '
               WS-CHQ-RELEASED-COUNT
           DISPLAY 'HOLDMNT - TRANSACTIONS REJCT: ' WS-REJECT-COUNT
           DISPLAY 'HOLDMNT - HELD FOR APPROVAL : ' WS-HELD-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
