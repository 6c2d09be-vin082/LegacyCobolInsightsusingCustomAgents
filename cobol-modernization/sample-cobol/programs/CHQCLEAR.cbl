       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCLEAR.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    PRESENTED-CHEQUE CLEARING.  READS THE INWARD CLEARING FILE
      *    OF CHEQUES DRAWN ON OUR CURRENT ACCOUNTS, IN THE SAME
      *    HEADER/DETAIL/TRAILER SHAPE AS CLRINPUT (BATCH ID,
      *    DECLARED COUNT AND HASH TOTAL OF AMOUNTS ON THE HEADER AND
      *    TRAILER), AND DECIDES EVERY ITEM PAY OR RETURN.  EACH
      *    DETAIL IS EDITED: THE ACCOUNT MUST BE A CURRENT ACCOUNT ON
      *    THE ACCOUNT MASTER AND NOT CLOSED; THE SERIAL MUST HAVE
      *    BEEN ISSUED TO THAT ACCOUNT ON THE CHEQUE REGISTER
      *    (CHQISSUE), NOT ALREADY PAID AND NOT STOPPED BY SERIAL
      *    (HOLDMNT HOLD TYPE C); AND THE ACCOUNT MUST NOT CARRY AN
      *    ACTIVE HOLD THAT PAYPOST WOULD REFUSE A DEBIT UNDER - FULL
      *    FREEZE, DEBIT-ONLY BLOCK, OR STOP ON THE CHEQUE'S AMOUNT.
      *    AN ITEM FAILING ANY EDIT IS RETURNED TO THE CLEARING HOUSE
      *    ON THE OUTBOUND RETURN FILE WITH ITS REASON.  ITEMS THAT
      *    PASS ARE BUFFERED TO A WORK FILE, AND A BATCH WHOSE
      *    TRAILER COUNT AND HASH DO NOT EQUAL THE DETAILS PRESENTED
      *    HAS ALL ITS BUFFERED ITEMS RETURNED, SO A TRUNCATED
      *    TRANSMISSION IS NEVER PART-PAID.  EACH ITEM OF A GOOD
      *    BATCH IS PAID BY WRITING IT TO THE PAYMENT MASTER AS AN
      *    APPROVED CHEQUE ITEM UNDER A PAY-TRANS-ID FROM PAYIDGEN -
      *    PAYPOST THEN DEBITS IT LIKE ANY OTHER ITEM - AND THE
      *    SERIAL IS MARKED PAID ON THE CHEQUE REGISTER WITH THE
      *    AMOUNT AND TRANS-ID.  THE REGISTER IS RE-READ AT PAY TIME
      *    SO A SERIAL PRESENTED TWICE IN ONE TRANSMISSION IS PAID
      *    ONCE AND RETURNED ONCE.  THE PAID ITEMS ARE COUNTED TO THE
      *    CONTROL LEDGER AS ITEMS ENTERING THE PAYMENT MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTED-FILE ASSIGN TO CHQPRES
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLEARING-WORK-FILE ASSIGN TO CHQWORK
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

           SELECT PAYMENT-MASTER ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-TRANS-ID
               ALTERNATE RECORD KEY IS PAY-ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-PAY-FS.

           SELECT CLEARING-REPORT ASSIGN TO CHQRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETURN-FILE ASSIGN TO CHQRETRN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESENTED-FILE
           RECORDING MODE IS F.
       01  PRESENTED-RECORD.
           05 CPR-RECORD-TYPE         PIC X.
              88 CPR-HEADER           VALUE 'H'.
              88 CPR-DETAIL           VALUE 'D'.
              88 CPR-TRAILER          VALUE 'T'.
           05 CPR-HEADER-DATA.
              10 CPR-BATCH-ID         PIC X(8).
              10 CPR-DECLARED-COUNT   PIC 9(6).
              10 CPR-DECLARED-HASH    PIC 9(13)V99.
              10 FILLER               PIC X(50).
           05 CPR-DETAIL-DATA REDEFINES CPR-HEADER-DATA.
              10 CPR-ACCT-ID          PIC X(10).
              10 CPR-SERIAL-NO        PIC X(8).
              10 CPR-AMOUNT           PIC 9(9)V99.
              10 CPR-AMOUNT-X REDEFINES CPR-AMOUNT
                                      PIC X(11).
              10 CPR-ITEM-REF         PIC X(12).
              10 FILLER               PIC X(38).
           05 CPR-TRAILER-DATA REDEFINES CPR-HEADER-DATA.
              10 CPR-TRAILER-COUNT    PIC 9(6).
              10 CPR-TRAILER-HASH     PIC 9(13)V99.
              10 FILLER               PIC X(58).

       FD  CLEARING-WORK-FILE
           RECORDING MODE IS F.
       01  CLEARING-WORK-RECORD.
           05 CQW-BATCH-ID            PIC X(8).
           05 CQW-BATCH-SEQ           PIC 9(7).
           05 CQW-CUST-ID             PIC 9(8).
           05 CQW-ACCT-ID             PIC 9(10).
           05 CQW-SERIAL-NO           PIC 9(8).
           05 CQW-AMOUNT              PIC S9(9)V99 COMP-3.
           05 CQW-ITEM-REF            PIC X(12).

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

       FD  PAYMENT-MASTER
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  CLEARING-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD.
           05 RTN-RECORD-TYPE         PIC X.
              88 RTN-HEADER           VALUE 'H'.
              88 RTN-BATCH            VALUE 'B'.
              88 RTN-DETAIL           VALUE 'D'.
              88 RTN-TRAILER          VALUE 'T'.
           05 RTN-HEADER-DATA.
              10 RTN-FILE-DATE        PIC 9(8).
              10 FILLER               PIC X(71).
           05 RTN-BATCH-DATA REDEFINES RTN-HEADER-DATA.
              10 RTN-BATCH-ID         PIC X(8).
              10 RTN-BATCH-DISP       PIC X(30).
              10 RTN-BATCH-PRESENTED  PIC 9(6).
              10 RTN-BATCH-RETURNED   PIC 9(6).
              10 FILLER               PIC X(29).
           05 RTN-DETAIL-DATA REDEFINES RTN-HEADER-DATA.
              10 RTN-DET-BATCH-ID     PIC X(8).
              10 RTN-DET-ACCT-ID      PIC X(10).
              10 RTN-DET-SERIAL-NO    PIC X(8).
              10 RTN-DET-AMOUNT       PIC X(11).
              10 RTN-DET-ITEM-REF     PIC X(12).
              10 RTN-DET-REASON       PIC X(30).
           05 RTN-TRAILER-DATA REDEFINES RTN-HEADER-DATA.
              10 RTN-TRAILER-COUNT    PIC 9(6).
              10 RTN-TRAILER-HASH     PIC 9(13)V99.
              10 FILLER               PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'CHQCLEAR'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-CHQ-FS                   PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-PRES-EOF             PIC X VALUE 'N'.
              88 PRES-EOF             VALUE 'Y'.
           05 WS-WORK-EOF             PIC X VALUE 'N'.
              88 WORK-EOF             VALUE 'Y'.
           05 WS-IN-BATCH-SW          PIC X VALUE 'N'.
              88 IN-BATCH             VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.
           05 WS-CHEQUE-FOUND-SW      PIC X VALUE 'N'.
              88 CHEQUE-FOUND         VALUE 'Y'.
           05 WS-DETAIL-OK-SW         PIC X VALUE 'N'.
              88 DETAIL-OK            VALUE 'Y'.
           05 WS-BATCH-OK-SW          PIC X VALUE 'N'.
              88 BATCH-OK             VALUE 'Y'.

       01  WS-DETAIL-REASON            PIC X(30) VALUE SPACES.

       01  WS-CURRENT-BATCH.
           05 WS-CB-BATCH-ID          PIC X(8) VALUE SPACES.
           05 WS-CB-BATCH-SEQ         PIC 9(7) VALUE ZERO.
           05 WS-CB-DECLARED-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-CB-PRESENTED-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-CB-PRESENTED-HASH    PIC 9(13)V99 COMP-3 VALUE ZERO.
           05 WS-CB-RETURNED-COUNT    PIC 9(6) VALUE ZERO.

       01  WS-BATCH-TABLE.
           05 WS-BATCH-COUNT          PIC 9(2) VALUE ZERO.
           05 WS-BATCH-ENTRY OCCURS 50 TIMES.
              10 WS-BT-BATCH-ID      PIC X(8).
              10 WS-BT-BATCH-SEQ     PIC 9(7).
              10 WS-BT-ACCEPTED-SW   PIC X.
       01  WS-BATCH-SUB                PIC 9(2) VALUE ZERO.

       01  WS-NEW-TRANS-ID             PIC 9(12) VALUE ZERO.
       01  WS-IDGEN-JOB-NAME           PIC X(8) VALUE 'CHQCLEAR'.

       01  WS-RETURN-CONTROL.
           05 WS-RTN-RECORD-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-RTN-HASH-TOTAL       PIC 9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TODAY                PIC 9(8) VALUE ZERO.
           05 WS-CURRENT-STAMP        PIC X(26) VALUE SPACES.

       01  WS-RETURN-ITEM.
           05 WS-RI-BATCH-ID          PIC X(8) VALUE SPACES.
           05 WS-RI-ACCT-ID           PIC X(10) VALUE SPACES.
           05 WS-RI-SERIAL-NO         PIC X(8) VALUE SPACES.
           05 WS-RI-AMOUNT            PIC X(11) VALUE SPACES.
           05 WS-RI-AMOUNT-N REDEFINES WS-RI-AMOUNT
                                      PIC 9(9)V99.
           05 WS-RI-ITEM-REF          PIC X(12) VALUE SPACES.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-SOURCE-ID        PIC X(8) VALUE 'CHEQUES '.
           05 WS-LDG-RUN-DATE         PIC 9(8) VALUE ZERO.
           05 WS-PAID-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-BATCHES-READ         PIC 9(7) VALUE ZERO.
           05 WS-BATCHES-ACCEPTED     PIC 9(7) VALUE ZERO.
           05 WS-BATCHES-REJECTED     PIC 9(7) VALUE ZERO.
           05 WS-DETAILS-READ         PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-PAID           PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-RETURNED       PIC 9(7) VALUE ZERO.

       01  WS-BATCH-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(6)  VALUE 'BATCH '.
           05 WS-BL-BATCH-ID           PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-BL-DECLARED           PIC ZZZZZ9 VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-BL-PRESENTED          PIC ZZZZZ9 VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-BL-RETURNED           PIC ZZZZZ9 VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-BL-DISPOSITION        PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 WS-DL-ACCT-ID            PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DL-SERIAL-NO          PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DL-AMOUNT             PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DL-REASON             PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PRESENTED-RECORD UNTIL PRES-EOF
           PERFORM 2700-HANDLE-UNTERMINATED-BATCH
           PERFORM 3000-PAY-ACCEPTED-ITEMS
           PERFORM 3500-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'CHQCLEAR - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  PRESENTED-FILE
           OPEN OUTPUT CLEARING-WORK-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  HOLD-FILE
           OPEN I-O    CHEQUE-FILE
           OPEN OUTPUT CLEARING-REPORT
           OPEN OUTPUT RETURN-FILE
           PERFORM 1200-WRITE-RETURN-HEADER
           PERFORM 2910-READ-PRESENTED.

       1200-WRITE-RETURN-HEADER.
           MOVE SPACES TO RETURN-RECORD
           SET RTN-HEADER TO TRUE
           MOVE WS-TODAY TO RTN-FILE-DATE
           WRITE RETURN-RECORD.

       2000-PROCESS-PRESENTED-RECORD.
           EVALUATE TRUE
               WHEN CPR-HEADER
                   PERFORM 2100-START-BATCH
               WHEN CPR-DETAIL
                   PERFORM 2200-EDIT-DETAIL
               WHEN CPR-TRAILER
                   PERFORM 2500-CLOSE-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2910-READ-PRESENTED.

       2100-START-BATCH.
           IF IN-BATCH
               MOVE 'MISSING TRAILER' TO WS-BL-DISPOSITION
               PERFORM 2600-REJECT-BATCH
           END-IF
           SET IN-BATCH TO TRUE
           ADD 1 TO WS-BATCHES-READ
           MOVE WS-BATCHES-READ TO WS-CB-BATCH-SEQ
           MOVE CPR-BATCH-ID TO WS-CB-BATCH-ID
           IF CPR-DECLARED-COUNT NUMERIC
               MOVE CPR-DECLARED-COUNT TO WS-CB-DECLARED-COUNT
           ELSE
               MOVE ZERO TO WS-CB-DECLARED-COUNT
           END-IF
           MOVE ZERO TO WS-CB-PRESENTED-COUNT
           MOVE ZERO TO WS-CB-PRESENTED-HASH
           MOVE ZERO TO WS-CB-RETURNED-COUNT.

       2200-EDIT-DETAIL.
           ADD 1 TO WS-DETAILS-READ
           MOVE SPACES TO WS-RETURN-ITEM
           MOVE CPR-ACCT-ID TO WS-RI-ACCT-ID
           MOVE CPR-SERIAL-NO TO WS-RI-SERIAL-NO
           MOVE CPR-AMOUNT-X TO WS-RI-AMOUNT
           MOVE CPR-ITEM-REF TO WS-RI-ITEM-REF
           IF NOT IN-BATCH
               MOVE 'DETAIL OUTSIDE BATCH' TO WS-DETAIL-REASON
               PERFORM 2400-RETURN-ITEM
           ELSE
               MOVE WS-CB-BATCH-ID TO WS-RI-BATCH-ID
               ADD 1 TO WS-CB-PRESENTED-COUNT
               IF CPR-AMOUNT-X NUMERIC
                   ADD CPR-AMOUNT TO WS-CB-PRESENTED-HASH
               END-IF
               PERFORM 2210-VALIDATE-DETAIL
               IF DETAIL-OK
                   PERFORM 2300-BUFFER-DETAIL
               ELSE
                   ADD 1 TO WS-CB-RETURNED-COUNT
                   PERFORM 2400-RETURN-ITEM
               END-IF
           END-IF.

       2210-VALIDATE-DETAIL.
           SET DETAIL-OK TO TRUE
           MOVE SPACES TO WS-DETAIL-REASON
           EVALUATE TRUE
               WHEN CPR-ACCT-ID NOT NUMERIC
                   MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-DETAIL-REASON
               WHEN CPR-SERIAL-NO NOT NUMERIC
                   MOVE 'SERIAL NOT NUMERIC' TO WS-DETAIL-REASON
               WHEN CPR-AMOUNT-X NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-DETAIL-REASON
               WHEN CPR-AMOUNT = ZERO
                   MOVE 'AMOUNT IS ZERO' TO WS-DETAIL-REASON
               WHEN OTHER
                   PERFORM 2220-VALIDATE-ACCOUNT
           END-EVALUATE
           IF WS-DETAIL-REASON = SPACES
               PERFORM 2230-VALIDATE-CHEQUE
           END-IF
           IF WS-DETAIL-REASON = SPACES
               PERFORM 2240-VALIDATE-HOLD
           END-IF
           IF WS-DETAIL-REASON NOT = SPACES
               MOVE 'N' TO WS-DETAIL-OK-SW
           END-IF.

       2220-VALIDATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE CPR-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-DETAIL-REASON
               WHEN NOT ACCT-CURRENT
                   MOVE 'ACCOUNT IS NOT CURRENT' TO WS-DETAIL-REASON
               WHEN ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-DETAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2230-VALIDATE-CHEQUE.
           PERFORM 2235-LOCATE-CHEQUE
           EVALUATE TRUE
               WHEN NOT CHEQUE-FOUND
                   MOVE 'CHEQUE NOT ISSUED TO ACCOUNT'
                       TO WS-DETAIL-REASON
               WHEN CHQ-PAID
                   MOVE 'CHEQUE ALREADY PAID' TO WS-DETAIL-REASON
               WHEN CHQ-STOPPED
                   MOVE 'CHEQUE STOPPED BY DRAWER'
                       TO WS-DETAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2235-LOCATE-CHEQUE.
           MOVE 'N' TO WS-CHEQUE-FOUND-SW
           MOVE CPR-ACCT-ID TO CHQ-ACCT-ID
           MOVE CPR-SERIAL-NO TO CHQ-SERIAL-NO
           READ CHEQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHEQUE-FOUND TO TRUE
           END-READ.

      *    THE SAME HOLD RULES PAYPOST APPLIES TO A DEBIT, SO A
      *    CHEQUE PAID HERE IS NOT LEFT TO BOUNCE OFF THE HOLD FILE
      *    AT POSTING AFTER THE RETURN WINDOW HAS CLOSED.
       2240-VALIDATE-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ
           IF HOLD-FOUND
               AND HLD-EFFECTIVE-DATE <= WS-TODAY
               AND (HLD-EXPIRY-DATE = ZERO
                   OR HLD-EXPIRY-DATE >= WS-TODAY)
               EVALUATE TRUE
                   WHEN HLD-FULL-FREEZE
                       MOVE 'ACCOUNT FROZEN' TO WS-DETAIL-REASON
                   WHEN HLD-DEBIT-BLOCK
                       MOVE 'ACCOUNT DEBIT BLOCKED'
                           TO WS-DETAIL-REASON
                   WHEN HLD-STOP-AMOUNT
                       AND CPR-AMOUNT = HLD-AMOUNT
                       MOVE 'PAYMENT STOPPED' TO WS-DETAIL-REASON
               END-EVALUATE
           END-IF.

       2300-BUFFER-DETAIL.
           MOVE WS-CB-BATCH-ID TO CQW-BATCH-ID
           MOVE WS-CB-BATCH-SEQ TO CQW-BATCH-SEQ
           MOVE ACCT-CUST-ID TO CQW-CUST-ID
           MOVE CPR-ACCT-ID TO CQW-ACCT-ID
           MOVE CPR-SERIAL-NO TO CQW-SERIAL-NO
           MOVE CPR-AMOUNT TO CQW-AMOUNT
           MOVE CPR-ITEM-REF TO CQW-ITEM-REF
           WRITE CLEARING-WORK-RECORD.

       2400-RETURN-ITEM.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RI-ACCT-ID TO WS-DL-ACCT-ID
           MOVE WS-RI-SERIAL-NO TO WS-DL-SERIAL-NO
           MOVE WS-RI-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-DETAIL-REASON TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-ITEMS-RETURNED
           PERFORM 2450-WRITE-RETURN-DETAIL.

       2450-WRITE-RETURN-DETAIL.
           MOVE SPACES TO RETURN-RECORD
           SET RTN-DETAIL TO TRUE
           MOVE WS-RI-BATCH-ID TO RTN-DET-BATCH-ID
           MOVE WS-RI-ACCT-ID TO RTN-DET-ACCT-ID
           MOVE WS-RI-SERIAL-NO TO RTN-DET-SERIAL-NO
           MOVE WS-RI-AMOUNT TO RTN-DET-AMOUNT
           MOVE WS-RI-ITEM-REF TO RTN-DET-ITEM-REF
           MOVE WS-DETAIL-REASON TO RTN-DET-REASON
           WRITE RETURN-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT
           IF WS-RI-AMOUNT NUMERIC
               ADD WS-RI-AMOUNT-N TO WS-RTN-HASH-TOTAL
           END-IF.

       2500-CLOSE-BATCH.
           IF NOT IN-BATCH
               CONTINUE
           ELSE
               MOVE 'N' TO WS-BATCH-OK-SW
               IF CPR-TRAILER-COUNT NUMERIC
                   AND CPR-TRAILER-HASH NUMERIC
                   AND CPR-TRAILER-COUNT = WS-CB-PRESENTED-COUNT
                   AND CPR-TRAILER-HASH = WS-CB-PRESENTED-HASH
                   SET BATCH-OK TO TRUE
               END-IF
               IF BATCH-OK
                   PERFORM 2550-RECORD-BATCH-RESULT
                   IF BATCH-OK
                       MOVE 'ACCEPTED' TO WS-BL-DISPOSITION
                       ADD 1 TO WS-BATCHES-ACCEPTED
                   ELSE
                       MOVE 'REJECTED - BATCH TABLE FULL'
                           TO WS-BL-DISPOSITION
                       ADD 1 TO WS-BATCHES-REJECTED
                   END-IF
                   PERFORM 2580-WRITE-BATCH-LINE
               ELSE
                   MOVE 'REJECTED - CONTROL TOTALS' TO
                       WS-BL-DISPOSITION
                   PERFORM 2600-REJECT-BATCH
               END-IF
               MOVE 'N' TO WS-IN-BATCH-SW
           END-IF.

       2550-RECORD-BATCH-RESULT.
           IF WS-BATCH-COUNT < 50
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-CB-BATCH-ID
                   TO WS-BT-BATCH-ID (WS-BATCH-COUNT)
               MOVE WS-CB-BATCH-SEQ
                   TO WS-BT-BATCH-SEQ (WS-BATCH-COUNT)
               IF BATCH-OK
                   MOVE 'Y' TO WS-BT-ACCEPTED-SW (WS-BATCH-COUNT)
               ELSE
                   MOVE 'N' TO WS-BT-ACCEPTED-SW (WS-BATCH-COUNT)
               END-IF
           ELSE
               DISPLAY 'CHQCLEAR - BATCH TABLE FULL, BATCH '
                   WS-CB-BATCH-ID ' RETURNED - RERUN REMAINDER'
               MOVE 'N' TO WS-BATCH-OK-SW
           END-IF.

       2580-WRITE-BATCH-LINE.
           MOVE WS-CB-BATCH-ID TO WS-BL-BATCH-ID
           MOVE WS-CB-DECLARED-COUNT TO WS-BL-DECLARED
           MOVE WS-CB-PRESENTED-COUNT TO WS-BL-PRESENTED
           MOVE WS-CB-RETURNED-COUNT TO WS-BL-RETURNED
           MOVE WS-BATCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2590-WRITE-RETURN-BATCH.

       2590-WRITE-RETURN-BATCH.
           MOVE SPACES TO RETURN-RECORD
           SET RTN-BATCH TO TRUE
           MOVE WS-CB-BATCH-ID TO RTN-BATCH-ID
           MOVE WS-BL-DISPOSITION TO RTN-BATCH-DISP
           MOVE WS-CB-PRESENTED-COUNT TO RTN-BATCH-PRESENTED
           MOVE WS-CB-RETURNED-COUNT TO RTN-BATCH-RETURNED
           WRITE RETURN-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT.

       2600-REJECT-BATCH.
           MOVE 'N' TO WS-BATCH-OK-SW
           PERFORM 2550-RECORD-BATCH-RESULT
           ADD 1 TO WS-BATCHES-REJECTED
           PERFORM 2580-WRITE-BATCH-LINE.

       2700-HANDLE-UNTERMINATED-BATCH.
           IF IN-BATCH
               MOVE 'REJECTED - NO TRAILER' TO WS-BL-DISPOSITION
               PERFORM 2600-REJECT-BATCH
               MOVE 'N' TO WS-IN-BATCH-SW
           END-IF.

       2910-READ-PRESENTED.
           READ PRESENTED-FILE
               AT END
                   SET PRES-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       2920-READ-WORK.
           READ CLEARING-WORK-FILE
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-PAY-ACCEPTED-ITEMS.
           CLOSE PRESENTED-FILE
           CLOSE CLEARING-WORK-FILE
           OPEN INPUT CLEARING-WORK-FILE
           OPEN I-O   PAYMENT-MASTER
           PERFORM 2920-READ-WORK
           PERFORM 3100-SETTLE-WORK-ITEM UNTIL WORK-EOF
           CLOSE CLEARING-WORK-FILE.

       3100-SETTLE-WORK-ITEM.
           PERFORM 3110-LOOKUP-BATCH-RESULT
           MOVE SPACES TO WS-RETURN-ITEM
           MOVE CQW-BATCH-ID TO WS-RI-BATCH-ID
           MOVE CQW-ACCT-ID TO WS-RI-ACCT-ID
           MOVE CQW-SERIAL-NO TO WS-RI-SERIAL-NO
           MOVE CQW-AMOUNT TO WS-RI-AMOUNT-N
           MOVE CQW-ITEM-REF TO WS-RI-ITEM-REF
           MOVE CQW-ACCT-ID TO CHQ-ACCT-ID
           MOVE CQW-SERIAL-NO TO CHQ-SERIAL-NO
           MOVE 'N' TO WS-CHEQUE-FOUND-SW
           READ CHEQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHEQUE-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT BATCH-OK
                   MOVE 'BATCH REJECTED - CONTROL TOTALS'
                       TO WS-DETAIL-REASON
                   PERFORM 2400-RETURN-ITEM
               WHEN NOT CHEQUE-FOUND
                   MOVE 'CHEQUE NOT ISSUED TO ACCOUNT'
                       TO WS-DETAIL-REASON
                   PERFORM 2400-RETURN-ITEM
               WHEN NOT CHQ-ISSUED
                   MOVE 'CHEQUE ALREADY PAID' TO WS-DETAIL-REASON
                   PERFORM 2400-RETURN-ITEM
               WHEN OTHER
                   PERFORM 3200-PAY-CHEQUE
           END-EVALUATE
           PERFORM 2920-READ-WORK.

      *    THE MATCH IS ON THE BATCH OCCURRENCE NUMBER, NOT THE BARE
      *    BATCH ID, FOR THE SAME REASON AS IN CLRINTAK: A REJECTED
      *    OCCURRENCE MUST NEVER RIDE IN ON A RETRANSMISSION.
       3110-LOOKUP-BATCH-RESULT.
           MOVE 'N' TO WS-BATCH-OK-SW
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               OR BATCH-OK
               IF WS-BT-BATCH-SEQ (WS-BATCH-SUB) = CQW-BATCH-SEQ
                   AND WS-BT-BATCH-ID (WS-BATCH-SUB) = CQW-BATCH-ID
                   AND WS-BT-ACCEPTED-SW (WS-BATCH-SUB) = 'Y'
                   SET BATCH-OK TO TRUE
               END-IF
           END-PERFORM.

       3200-PAY-CHEQUE.
           CALL 'PAYIDGEN' USING WS-NEW-TRANS-ID
               WS-IDGEN-JOB-NAME
           MOVE WS-NEW-TRANS-ID TO PAY-TRANS-ID
           MOVE CQW-CUST-ID TO PAY-CUST-ID
           MOVE CQW-ACCT-ID TO PAY-ACCT-ID
           MOVE CQW-AMOUNT TO PAY-AMOUNT
           SET PAY-CHEQUE TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE ZERO TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           SET CHQ-PAID TO TRUE
           MOVE WS-TODAY TO CHQ-PAID-DATE
           MOVE CQW-AMOUNT TO CHQ-PAID-AMOUNT
           MOVE WS-NEW-TRANS-ID TO CHQ-TRANS-ID
           REWRITE CHEQUE-RECORD
           ADD 1 TO WS-ITEMS-PAID
           ADD CQW-AMOUNT TO WS-PAID-TOTAL.

       3500-FINALIZE.
           PERFORM 3600-WRITE-RETURN-TRAILER
           MOVE WS-TODAY TO WS-LDG-RUN-DATE
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-LDG-RUN-DATE
               WS-LDG-SOURCE-ID WS-ITEMS-PAID WS-PAID-TOTAL
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           CLOSE CHEQUE-FILE
           CLOSE PAYMENT-MASTER
           CLOSE CLEARING-REPORT
           CLOSE RETURN-FILE
           DISPLAY 'CHQCLEAR - BATCHES READ      : ' WS-BATCHES-READ
           DISPLAY 'CHQCLEAR - BATCHES ACCEPTED  : '
               WS-BATCHES-ACCEPTED
           DISPLAY 'CHQCLEAR - BATCHES REJECTED  : '
               WS-BATCHES-REJECTED
           DISPLAY 'CHQCLEAR - CHEQUES PRESENTED : ' WS-DETAILS-READ
           DISPLAY 'CHQCLEAR - CHEQUES PAID      : ' WS-ITEMS-PAID
           DISPLAY 'CHQCLEAR - CHEQUES RETURNED  : '
               WS-ITEMS-RETURNED
           DISPLAY 'CHQCLEAR - RETURN RECORDS    : '
               WS-RTN-RECORD-COUNT.

       3600-WRITE-RETURN-TRAILER.
           MOVE SPACES TO RETURN-RECORD
           SET RTN-TRAILER TO TRUE
           MOVE WS-RTN-RECORD-COUNT TO RTN-TRAILER-COUNT
           MOVE WS-RTN-HASH-TOTAL TO RTN-TRAILER-HASH
           WRITE RETURN-RECORD.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
