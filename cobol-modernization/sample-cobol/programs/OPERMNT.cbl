       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    OPERATOR AUTHORITY MAINTENANCE.  READS A TRANSACTION FILE
      *    KEYED BY SECURITY ADMINISTRATION AND ADDS, REPLACES OR
      *    REVOKES THE OPERATOR AUTHORITY RECORDS THE SHARED APPRCHK
      *    SUBPROGRAM CONSULTS BEFORE XFERGEN, EXCPRCYC, HOLDMNT,
      *    CUSTMNT OR RATEMNT APPLIES AN OPERATOR'S WORK.  EACH
      *    RECORD HOLDS THE OPERATOR'S ROLE - K, A KEYER, WHO MAY KEY
      *    WORK BUT NEVER APPROVE ANOTHER OPERATOR'S, OR A, AN
      *    APPROVER, WHO MAY DO BOTH - AND A LIMIT PER CLASS OF WORK:
      *    TRANSFER AMOUNT, REPAIR OR REJECT AMOUNT, FUNDS FREED BY A
      *    HOLD RELEASE, ACCT-LIMIT MOVEMENT, FEE AMOUNT AND RATE MOVE.
      *    WORK ABOVE THE KEYING OPERATOR'S LIMIT WAITS FOR AN
      *    APPROVER WHOSE OWN LIMIT COVERS IT.  A LIMIT OF ZERO SENDS
      *    EVERY ITEM OF THAT CLASS TO A SECOND OPERATOR.  ADDING
      *    OVER AN EXISTING OPERATOR REPLACES THE RECORD AND
      *    REINSTATES A REVOKED ONE; A REVOKE LEAVES THE RECORD ON
      *    FILE, MARKED REVOKED, SO THE OPERATOR'S PAST WORK STILL
      *    RESOLVES.  NO ADMINISTRATOR MAY KEY A CHANGE TO THEIR OWN
      *    AUTHORITY.  EVERY ACTION AND REJECT IS LISTED ON THE
      *    AUTHORITY REGISTER, AND EVERY ADD, REPLACE AND REVOKE IS
      *    JOURNALLED WITH ITS BEFORE AND AFTER RECORD IMAGE AND THE
      *    KEYING ADMINISTRATOR THROUGH THE SHARED MNTJRNL
      *    SUBPROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-TRAN-FILE ASSIGN TO OPERTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPA-FS.

           SELECT AUTHORITY-REGISTER ASSIGN TO OPERRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-TRAN-FILE
           RECORDING MODE IS F.
       01  OPERATOR-TRAN-RECORD.
           05 OPT-ACTION              PIC X.
              88 OPT-ADD              VALUE 'A'.
              88 OPT-REVOKE           VALUE 'R'.
           05 OPT-OPERATOR-ID         PIC X(12).
           05 OPT-OPERATOR-NAME       PIC X(30).
           05 OPT-ROLE                PIC X.
           05 OPT-XFER-AUTH           PIC 9(9)V99.
           05 OPT-XFER-AUTH-X REDEFINES OPT-XFER-AUTH
                                      PIC X(11).
           05 OPT-REPAIR-AUTH         PIC 9(9)V99.
           05 OPT-REPAIR-AUTH-X REDEFINES OPT-REPAIR-AUTH
                                      PIC X(11).
           05 OPT-RELEASE-AUTH        PIC 9(9)V99.
           05 OPT-RELEASE-AUTH-X REDEFINES OPT-RELEASE-AUTH
                                      PIC X(11).
           05 OPT-LIMIT-AUTH          PIC 9(9)V99.
           05 OPT-LIMIT-AUTH-X REDEFINES OPT-LIMIT-AUTH
                                      PIC X(11).
           05 OPT-FEE-AUTH            PIC 9(9)V99.
           05 OPT-FEE-AUTH-X REDEFINES OPT-FEE-AUTH
                                      PIC X(11).
           05 OPT-RATE-AUTH           PIC 9V9(6).
           05 OPT-RATE-AUTH-X REDEFINES OPT-RATE-AUTH
                                      PIC X(7).
           05 OPT-KEYED-BY            PIC X(12).

       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
       01  OPERATOR-AUTHORITY-RECORD.
           COPY OPERATOR-AUTHORITY-RECORD.

       FD  AUTHORITY-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'OPERMNT '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-OPA-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-OPER-FOUND-SW        PIC X VALUE 'N'.
              88 OPER-FOUND           VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-ADDED-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-REPLACED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REVOKED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'OPERAUTH'.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'OPERMNT '.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-ACTION            PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-OPERATOR-ID       PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-ROLE              PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-KEYED-BY          PIC X(12) VALUE SPACES.
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
               DISPLAY 'OPERMNT - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  OPERATOR-TRAN-FILE
           OPEN I-O    OPERATOR-AUTH-FILE
           OPEN OUTPUT AUTHORITY-REGISTER
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-TRAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           PERFORM 2100-EDIT-TRAN
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               IF OPT-ADD
                   PERFORM 2200-ADD-OPERATOR
               ELSE
                   PERFORM 2300-REVOKE-OPERATOR
               END-IF
           END-IF
           PERFORM 2910-READ-TRAN.

       2100-EDIT-TRAN.
           IF NOT OPT-ADD AND NOT OPT-REVOKE
               MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND OPT-OPERATOR-ID = SPACES
               MOVE 'OPERATOR ID MISSING' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND OPT-KEYED-BY = SPACES
               MOVE 'KEYING ADMINISTRATOR MISSING' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND OPT-KEYED-BY = OPT-OPERATOR-ID
               MOVE 'OWN AUTHORITY CANNOT BE KEYED' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2110-LOCATE-OPERATOR
               IF OPT-REVOKE AND NOT OPER-FOUND
                   MOVE 'OPERATOR NOT ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
               IF OPT-REVOKE AND OPER-FOUND AND OPA-REVOKED
                   MOVE 'OPERATOR ALREADY REVOKED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND OPT-ADD
               PERFORM 2120-EDIT-ADD-FIELDS
           END-IF.

       2110-LOCATE-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW
           MOVE OPT-OPERATOR-ID TO OPA-OPERATOR-ID
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPER-FOUND TO TRUE
           END-READ.

       2120-EDIT-ADD-FIELDS.
           IF OPT-OPERATOR-NAME = SPACES
               MOVE 'OPERATOR NAME MISSING' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND OPT-ROLE NOT = 'K'
               AND OPT-ROLE NOT = 'A'
               MOVE 'ROLE NOT K/A' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (OPT-XFER-AUTH-X NOT NUMERIC
                   OR OPT-REPAIR-AUTH-X NOT NUMERIC
                   OR OPT-RELEASE-AUTH-X NOT NUMERIC
                   OR OPT-LIMIT-AUTH-X NOT NUMERIC
                   OR OPT-FEE-AUTH-X NOT NUMERIC)
               MOVE 'AUTHORITY LIMIT NOT NUMERIC' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND OPT-RATE-AUTH-X NOT NUMERIC
               MOVE 'RATE AUTHORITY NOT NUMERIC' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF.

       2200-ADD-OPERATOR.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           IF OPER-FOUND
               MOVE OPERATOR-AUTHORITY-RECORD TO WS-JRN-BEFORE-IMAGE
           END-IF
           MOVE OPT-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE OPT-OPERATOR-NAME TO OPA-OPERATOR-NAME
           MOVE OPT-ROLE TO OPA-ROLE
           SET OPA-ACTIVE TO TRUE
           MOVE OPT-XFER-AUTH TO OPA-XFER-AUTH
           MOVE OPT-REPAIR-AUTH TO OPA-REPAIR-AUTH
           MOVE OPT-RELEASE-AUTH TO OPA-RELEASE-AUTH
           MOVE OPT-LIMIT-AUTH TO OPA-LIMIT-AUTH
           MOVE OPT-FEE-AUTH TO OPA-FEE-AUTH
           MOVE OPT-RATE-AUTH TO OPA-RATE-AUTH
           MOVE WS-TODAY TO OPA-UPDATED-DATE
           MOVE OPT-KEYED-BY TO OPA-UPDATED-BY
           IF OPER-FOUND
               REWRITE OPERATOR-AUTHORITY-RECORD
               MOVE 'AUTHORITY REPLACED' TO WS-REG-DISPOSITION
               MOVE 'C' TO WS-JRN-ACTION
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               WRITE OPERATOR-AUTHORITY-RECORD
               MOVE 'AUTHORITY ADDED' TO WS-REG-DISPOSITION
               MOVE 'A' TO WS-JRN-ACTION
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE OPERATOR-AUTHORITY-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2650-CALL-JOURNAL
           PERFORM 2800-WRITE-REGISTER-LINE.

       2300-REVOKE-OPERATOR.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE OPERATOR-AUTHORITY-RECORD TO WS-JRN-BEFORE-IMAGE
           SET OPA-REVOKED TO TRUE
           MOVE WS-TODAY TO OPA-UPDATED-DATE
           MOVE OPT-KEYED-BY TO OPA-UPDATED-BY
           REWRITE OPERATOR-AUTHORITY-RECORD
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE OPERATOR-AUTHORITY-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2650-CALL-JOURNAL
           MOVE 'AUTHORITY REVOKED' TO WS-REG-DISPOSITION
           ADD 1 TO WS-REVOKED-COUNT
           PERFORM 2800-WRITE-REGISTER-LINE.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE OPT-OPERATOR-ID TO WS-JRN-RECORD-KEY
           MOVE OPT-KEYED-BY TO WS-JRN-OPERATOR-REF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2800-WRITE-REGISTER-LINE.
           MOVE OPT-ACTION TO WS-REG-ACTION
           MOVE OPT-OPERATOR-ID TO WS-REG-OPERATOR-ID
           MOVE OPT-ROLE TO WS-REG-ROLE
           MOVE OPT-KEYED-BY TO WS-REG-KEYED-BY
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-TRAN.
           READ OPERATOR-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       3000-FINALIZE.
           CLOSE OPERATOR-TRAN-FILE
           CLOSE OPERATOR-AUTH-FILE
           CLOSE AUTHORITY-REGISTER
           DISPLAY 'OPERMNT - TRANSACTIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'OPERMNT - OPERATORS ADDED   : ' WS-ADDED-COUNT
           DISPLAY 'OPERMNT - OPERATORS REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'OPERMNT - OPERATORS REVOKED : ' WS-REVOKED-COUNT
           DISPLAY 'OPERMNT - TRANSACTIONS REJCT: ' WS-REJECT-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
