       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODPLMNT.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    OVERDRAFT-PROTECTION LINK MAINTENANCE.  READS AN OPERATOR
      *    TRANSACTION FILE AND ADDS, REPLACES OR DELETES THE LINKS
      *    ODPSWEEP USES TO COVER A CURRENT ACCOUNT'S OVERDRAFT FROM
      *    ONE OF THE SAME CUSTOMER'S SAVINGS ACCOUNTS.  ONE LINK PER
      *    CURRENT ACCOUNT, KEYED BY THE CURRENT ACCOUNT; ADDING OVER
      *    AN EXISTING LINK REPLACES IT.  THE SWEEP TARGET IS Z (THE
      *    DEFAULT) TO SWEEP THE CURRENT ACCOUNT BACK TO ZERO WHENEVER
      *    IT IS OVERDRAWN, OR L TO SWEEP ONLY WHAT IS NEEDED TO BRING
      *    IT BACK WITHIN ITS ACCT-LIMIT.  EVERY TRANSACTION IS
      *    EDITED: THE CURRENT ACCOUNT MUST BE ON THE ACCOUNT MASTER,
      *    NOT CLOSED, AND OF TYPE CUR; ON AN ADD THE SAVINGS ACCOUNT
      *    MUST BE ON THE MASTER, NOT CLOSED, OF TYPE SAV, AND OWNED
      *    BY THE CURRENT ACCOUNT'S CUSTOMER - AS OWNER OF RECORD
      *    (ACCT-CUST-ID) OR AS A JOINT OWNER ON THE OWNER CROSS-
      *    REFERENCE - SO NO CUSTOMER CAN BE SWEPT FROM SOMEONE
      *    ELSE'S SAVINGS.  A DELETE MUST FIND A LINK.  EVERY ACTION
      *    AND REJECT IS LISTED ON THE LINK REGISTER WITH THE
      *    OPERATOR REFERENCE, AND EVERY ADD, REPLACE AND DELETE IS
      *    JOURNALLED WITH ITS BEFORE AND AFTER RECORD IMAGE THROUGH
      *    THE SHARED MNTJRNL SUBPROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-TRAN-FILE ASSIGN TO ODPLTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-OWNR-FS.

           SELECT OPTIONAL OVERDRAFT-LINK-FILE ASSIGN TO ODPLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODL-CUR-ACCT-ID
               FILE STATUS IS WS-LINK-FS.

           SELECT LINK-REGISTER ASSIGN TO ODPLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LINK-TRAN-FILE
           RECORDING MODE IS F.
       01  LINK-TRAN-RECORD.
           05 OLT-ACTION              PIC X.
              88 OLT-ADD              VALUE 'A'.
              88 OLT-DELETE           VALUE 'D'.
           05 OLT-CUR-ACCT-ID         PIC X(10).
           05 OLT-SAV-ACCT-ID         PIC X(10).
           05 OLT-SWEEP-TARGET        PIC X.
           05 OLT-OPERATOR-REF        PIC X(12).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  OWNER-XREF-FILE
           RECORDING MODE IS F.
       01  OWNER-XREF-RECORD.
           COPY OWNER-XREF-RECORD.

       FD  OVERDRAFT-LINK-FILE
           RECORDING MODE IS F.
       01  OVERDRAFT-LINK-RECORD.
           COPY OVERDRAFT-LINK-RECORD.

       FD  LINK-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'ODPLMNT'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-OWNR-FS                  PIC XX VALUE SPACES.
       01  WS-LINK-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-LINK-FOUND-SW        PIC X VALUE 'N'.
              88 LINK-FOUND           VALUE 'Y'.
           05 WS-OWNER-FOUND-SW       PIC X VALUE 'N'.
              88 OWNER-FOUND          VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-LOOKUP-ACCT-ID           PIC 9(10) VALUE ZERO.
       01  WS-CUR-CUST-ID              PIC 9(8) VALUE ZERO.
       01  WS-SWEEP-TARGET             PIC X VALUE SPACE.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-ADDED-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-REPLACED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DELETED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'ODPLINK '.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'ODPLMNT '.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-ACTION            PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-CUR-ACCT-ID       PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-SAV-ACCT-ID       PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-TARGET            PIC X     VALUE SPACES.
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
               DISPLAY 'ODPLMNT - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  LINK-TRAN-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  OWNER-XREF-FILE
           OPEN I-O    OVERDRAFT-LINK-FILE
           OPEN OUTPUT LINK-REGISTER
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-TRAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE OLT-SWEEP-TARGET TO WS-SWEEP-TARGET
           IF WS-SWEEP-TARGET = SPACE
               MOVE 'Z' TO WS-SWEEP-TARGET
           END-IF
           PERFORM 2100-EDIT-TRAN
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               IF OLT-ADD
                   PERFORM 2200-ADD-LINK
               ELSE
                   PERFORM 2300-DELETE-LINK
               END-IF
           END-IF
           PERFORM 2910-READ-TRAN.

       2100-EDIT-TRAN.
           IF NOT OLT-ADD AND NOT OLT-DELETE
               MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (OLT-CUR-ACCT-ID NOT NUMERIC
                   OR OLT-CUR-ACCT-ID = '0000000000')
               MOVE 'CUR ACCT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE OLT-CUR-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 2110-LOCATE-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT ACCT-FOUND
                       MOVE 'CUR ACCT NOT FOUND/CLOSED'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN NOT ACCT-CURRENT
                       MOVE 'ACCOUNT IS NOT TYPE CUR'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN OTHER
                       MOVE ACCT-CUST-ID TO WS-CUR-CUST-ID
               END-EVALUATE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2120-LOCATE-LINK
               IF OLT-DELETE AND NOT LINK-FOUND
                   MOVE 'NO LINK TO DELETE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND OLT-ADD
               PERFORM 2130-EDIT-ADD-FIELDS
           END-IF.

       2110-LOCATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE WS-LOOKUP-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       CONTINUE
                   ELSE
                       SET ACCT-FOUND TO TRUE
                   END-IF
           END-READ.

       2120-LOCATE-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SW
           MOVE OLT-CUR-ACCT-ID TO ODL-CUR-ACCT-ID
           READ OVERDRAFT-LINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LINK-FOUND TO TRUE
           END-READ.

       2130-EDIT-ADD-FIELDS.
           IF WS-SWEEP-TARGET NOT = 'Z'
               AND WS-SWEEP-TARGET NOT = 'L'
               MOVE 'SWEEP TARGET NOT Z/L' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (OLT-SAV-ACCT-ID NOT NUMERIC
                   OR OLT-SAV-ACCT-ID = '0000000000')
               MOVE 'SAV ACCT NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE OLT-SAV-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 2110-LOCATE-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT ACCT-FOUND
                       MOVE 'SAV ACCT NOT FOUND/CLOSED'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN NOT ACCT-SAVINGS
                       MOVE 'LINKED ACCOUNT IS NOT TYPE SAV'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   WHEN OTHER
                       PERFORM 2140-CHECK-OWNERSHIP
                       IF NOT OWNER-FOUND
                           MOVE 'SAV ACCT NOT CUSTOMER OWNED'
                               TO WS-EDIT-REASON
                           SET EDIT-FAILED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *    THE OWNER OF RECORD IS ACCT-CUST-ID; A JOINT OWNER IS
      *    RECOGNISED THROUGH ITS ROW ON THE OWNER CROSS-REFERENCE.
       2140-CHECK-OWNERSHIP.
           MOVE 'N' TO WS-OWNER-FOUND-SW
           IF ACCT-CUST-ID = WS-CUR-CUST-ID
               SET OWNER-FOUND TO TRUE
           ELSE
               MOVE OLT-SAV-ACCT-ID TO OWN-ACCT-ID
               MOVE WS-CUR-CUST-ID TO OWN-CUST-ID
               READ OWNER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OWNER-FOUND TO TRUE
               END-READ
           END-IF.

       2200-ADD-LINK.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           IF LINK-FOUND
               MOVE OVERDRAFT-LINK-RECORD TO WS-JRN-BEFORE-IMAGE
           END-IF
           MOVE OLT-CUR-ACCT-ID TO ODL-CUR-ACCT-ID
           MOVE OLT-SAV-ACCT-ID TO ODL-SAV-ACCT-ID
           MOVE WS-CUR-CUST-ID TO ODL-CUST-ID
           MOVE WS-SWEEP-TARGET TO ODL-SWEEP-TARGET
           MOVE WS-TODAY TO ODL-LINK-DATE
           MOVE OLT-OPERATOR-REF TO ODL-OPERATOR-REF
           IF LINK-FOUND
               REWRITE OVERDRAFT-LINK-RECORD
               MOVE 'LINK REPLACED' TO WS-REG-DISPOSITION
               MOVE 'C' TO WS-JRN-ACTION
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               MOVE ZERO TO ODL-LAST-SWEEP-DATE
               MOVE ZERO TO ODL-LAST-SWEEP-AMOUNT
               WRITE OVERDRAFT-LINK-RECORD
               MOVE 'LINK ADDED' TO WS-REG-DISPOSITION
               MOVE 'A' TO WS-JRN-ACTION
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE OVERDRAFT-LINK-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2650-CALL-JOURNAL
           PERFORM 2800-WRITE-REGISTER-LINE.

       2300-DELETE-LINK.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE OVERDRAFT-LINK-RECORD TO WS-JRN-BEFORE-IMAGE
           DELETE OVERDRAFT-LINK-FILE
           MOVE 'D' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           PERFORM 2650-CALL-JOURNAL
           MOVE 'LINK DELETED' TO WS-REG-DISPOSITION
           ADD 1 TO WS-DELETED-COUNT
           PERFORM 2800-WRITE-REGISTER-LINE.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE OLT-CUR-ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE OLT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2800-WRITE-REGISTER-LINE.
           MOVE OLT-ACTION TO WS-REG-ACTION
           MOVE OLT-CUR-ACCT-ID TO WS-REG-CUR-ACCT-ID
           MOVE OLT-SAV-ACCT-ID TO WS-REG-SAV-ACCT-ID
           MOVE WS-SWEEP-TARGET TO WS-REG-TARGET
           MOVE OLT-OPERATOR-REF TO WS-REG-OPERATOR-REF
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-TRAN.
           READ LINK-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       3000-FINALIZE.
           CLOSE LINK-TRAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE OWNER-XREF-FILE
           CLOSE OVERDRAFT-LINK-FILE
           CLOSE LINK-REGISTER
           DISPLAY 'ODPLMNT - TRANSACTIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'ODPLMNT - LINKS ADDED       : ' WS-ADDED-COUNT
           DISPLAY 'ODPLMNT - LINKS REPLACED    : ' WS-REPLACED-COUNT
           DISPLAY 'ODPLMNT - LINKS DELETED     : ' WS-DELETED-COUNT
           DISPLAY 'ODPLMNT - TRANSACTIONS REJCT: ' WS-REJECT-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
