       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQISSUE.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    CHEQUE BOOK ISSUANCE.  READS THE CHEQUE BOOK REQUEST FILE
      *    (ACCOUNT, FIRST SERIAL, NUMBER OF LEAVES, OPERATOR
      *    REFERENCE) AND ISSUES THE SERIAL RANGE TO THE ACCOUNT ON
      *    THE CHEQUE REGISTER, ONE RECORD PER LEAF KEYED BY ACCOUNT
      *    AND SERIAL, IN ISSUED STATUS.  CHQCLEAR PAYS A PRESENTED
      *    CHEQUE ONLY AGAINST A SERIAL ISSUED HERE, AND HOLDMNT
      *    STOPS AN ISSUED SERIAL ON THE SAME REGISTER.  EVERY
      *    REQUEST IS EDITED: THE ACCOUNT MUST EXIST ON THE ACCOUNT
      *    MASTER, BE A CURRENT ACCOUNT, NOT BE CLOSED AND NOT BE
      *    UNDER A FULL FREEZE ON THE HOLD FILE; THE FIRST SERIAL
      *    AND LEAF COUNT MUST BE NUMERIC AND NONZERO, THE RANGE MUST
      *    NOT RUN PAST THE HIGHEST SERIAL, AND NO SERIAL IN THE
      *    RANGE MAY ALREADY BE ON THE REGISTER FOR THE ACCOUNT - A
      *    RANGE IS ISSUED WHOLE OR NOT AT ALL.  EVERY ISSUE AND
      *    REJECT PRINTS ON THE ISSUANCE REGISTER, AND EVERY LEAF
      *    ADDED IS JOURNALLED THROUGH THE SHARED MNTJRNL SUBPROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-TRAN-FILE ASSIGN TO CHQTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCT-ID
               FILE STATUS IS WS-HOLD-FS.

           SELECT OPTIONAL CHEQUE-FILE ASSIGN TO CHQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-CHQ-FS.

           SELECT ISSUE-REGISTER ASSIGN TO CHQIRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-TRAN-FILE
           RECORDING MODE IS F.
       01  CHEQUE-TRAN-RECORD.
           05 CIT-ACCT-ID             PIC X(10).
           05 CIT-FIRST-SERIAL        PIC 9(8).
           05 CIT-FIRST-SERIAL-X REDEFINES CIT-FIRST-SERIAL
                                      PIC X(8).
           05 CIT-BOOK-SIZE           PIC 9(3).
           05 CIT-BOOK-SIZE-X REDEFINES CIT-BOOK-SIZE
                                      PIC X(3).
           05 CIT-OPERATOR-REF        PIC X(12).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLD-RECORD.

       FD  CHEQUE-FILE
           RECORDING MODE IS F.
       01  CHEQUE-RECORD.
           COPY CHEQUE-RECORD.

       FD  ISSUE-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'CHQISSUE'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-CHQ-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.
           05 WS-SERIAL-USED-SW       PIC X VALUE 'N'.
              88 SERIAL-USED          VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-RANGE-CONTROL.
           05 WS-FIRST-SERIAL         PIC 9(8) VALUE ZERO.
           05 WS-LAST-SERIAL          PIC 9(9) VALUE ZERO.
           05 WS-SERIAL               PIC 9(9) VALUE ZERO.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-ISSUED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-LEAVES-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'CHQFILE '.
           05 WS-JRN-ACTION           PIC X VALUE 'A'.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'CHQISSUE'.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-ACCT-ID           PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-FIRST-SERIAL      PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-BOOK-SIZE         PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-OPERATOR-REF      PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-DISPOSITION       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN UNTIL TRAN-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'CHQISSUE - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  CHEQUE-TRAN-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  HOLD-FILE
           OPEN I-O    CHEQUE-FILE
           OPEN OUTPUT ISSUE-REGISTER
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-TRAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           PERFORM 2100-EDIT-TRAN
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2200-ISSUE-RANGE
               MOVE 'BOOK ISSUED' TO WS-REG-DISPOSITION
               ADD 1 TO WS-ISSUED-COUNT
           END-IF
           PERFORM 2800-WRITE-REGISTER-LINE
           PERFORM 2910-READ-TRAN.

       2100-EDIT-TRAN.
           IF CIT-ACCT-ID NOT NUMERIC
               OR CIT-ACCT-ID = '0000000000'
               MOVE 'ACCOUNT ID NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2110-LOCATE-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT ACCT-FOUND
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN NOT ACCT-CURRENT
                       MOVE 'ACCOUNT IS NOT CURRENT'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN ACCT-CLOSED
                       MOVE 'ACCOUNT IS CLOSED' TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
               END-EVALUATE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2120-CHECK-FREEZE
           END-IF
           IF NOT EDIT-FAILED
               AND (CIT-FIRST-SERIAL-X NOT NUMERIC
                   OR CIT-FIRST-SERIAL = ZERO)
               MOVE 'FIRST SERIAL NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (CIT-BOOK-SIZE-X NOT NUMERIC
                   OR CIT-BOOK-SIZE = ZERO)
               MOVE 'LEAF COUNT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE CIT-FIRST-SERIAL TO WS-FIRST-SERIAL
               COMPUTE WS-LAST-SERIAL =
                   WS-FIRST-SERIAL + CIT-BOOK-SIZE - 1
               IF WS-LAST-SERIAL > 99999999
                   MOVE 'SERIAL RANGE OVERFLOWS' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2130-CHECK-RANGE-FREE
               IF SERIAL-USED
                   MOVE 'SERIAL ALREADY ISSUED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       2110-LOCATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE CIT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.

       2120-CHECK-FREEZE.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ
           IF HOLD-FOUND
               AND HLD-FULL-FREEZE
               AND HLD-EFFECTIVE-DATE <= WS-TODAY
               AND (HLD-EXPIRY-DATE = ZERO
                   OR HLD-EXPIRY-DATE >= WS-TODAY)
               MOVE 'ACCOUNT FROZEN' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF.

       2130-CHECK-RANGE-FREE.
           MOVE 'N' TO WS-SERIAL-USED-SW
           PERFORM VARYING WS-SERIAL FROM WS-FIRST-SERIAL BY 1
               UNTIL WS-SERIAL > WS-LAST-SERIAL
               OR SERIAL-USED
               MOVE ACCT-ID TO CHQ-ACCT-ID
               MOVE WS-SERIAL TO CHQ-SERIAL-NO
               READ CHEQUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SERIAL-USED TO TRUE
               END-READ
           END-PERFORM.

       2200-ISSUE-RANGE.
           PERFORM VARYING WS-SERIAL FROM WS-FIRST-SERIAL BY 1
               UNTIL WS-SERIAL > WS-LAST-SERIAL
               PERFORM 2210-ISSUE-LEAF
           END-PERFORM.

       2210-ISSUE-LEAF.
           MOVE ACCT-ID TO CHQ-ACCT-ID
           MOVE WS-SERIAL TO CHQ-SERIAL-NO
           SET CHQ-ISSUED TO TRUE
           MOVE WS-TODAY TO CHQ-ISSUE-DATE
           MOVE ZERO TO CHQ-PAID-DATE
           MOVE ZERO TO CHQ-PAID-AMOUNT
           MOVE ZERO TO CHQ-TRANS-ID
           MOVE ZERO TO CHQ-STOP-DATE
           MOVE CIT-OPERATOR-REF TO CHQ-OPERATOR-REF
           WRITE CHEQUE-RECORD
           ADD 1 TO WS-LEAVES-COUNT
           PERFORM 2650-CALL-JOURNAL.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE CHQ-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE CHEQUE-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE CIT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2800-WRITE-REGISTER-LINE.
           MOVE CIT-ACCT-ID TO WS-REG-ACCT-ID
           MOVE CIT-FIRST-SERIAL-X TO WS-REG-FIRST-SERIAL
           MOVE CIT-BOOK-SIZE-X TO WS-REG-BOOK-SIZE
           MOVE CIT-OPERATOR-REF TO WS-REG-OPERATOR-REF
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-TRAN.
           READ CHEQUE-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       3000-FINALIZE.
           CLOSE CHEQUE-TRAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           CLOSE CHEQUE-FILE
           CLOSE ISSUE-REGISTER
           DISPLAY 'CHQISSUE - REQUESTS READ    : ' WS-TRAN-COUNT
           DISPLAY 'CHQISSUE - BOOKS ISSUED     : ' WS-ISSUED-COUNT
           DISPLAY 'CHQISSUE - LEAVES ISSUED    : ' WS-LEAVES-COUNT
           DISPLAY 'CHQISSUE - REQUESTS REJECTED: ' WS-REJECT-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
