      *    LOGGED TO THE INTAKE CROSS-REFERENCE FILE (BATCH ID, BATCH
      *    OCCURRENCE, ASSIGNED PAY-TRANS-ID) SO THE CLRSTAT FEED CAN
      *    LATER REPORT WHAT BECAME OF EVERY LOADED ITEM.
      *
      *    SANCTIONS SCREENING.  THE ORIGINATOR NAME ON EVERY DETAIL
      *    THAT PASSES THE EDITS IS SCREENED AGAINST THE WATCHLIST
      *    THROUGH THE SHARED SANCSCRN SUBPROGRAM.  A HIT DOES NOT
      *    REJECT THE DETAIL - IT STILL COUNTS TOWARDS THE BATCH
      *    CONTROL TOTALS, SO THE REST OF THE BATCH IS NOT HELD UP -
      *    BUT WHEN THE BATCH IS ACCEPTED THE ITEM IS NOT LOADED.  IT
      *    IS WRITTEN INSTEAD AS AN OPEN PAYMENT CASE ON THE SCREENING
      *    CASE REGISTER, KEYED BY RUN DATE, BATCH ID AND DETAIL
      *    NUMBER, AND LISTED ON THE INTAKE REPORT (BUT NOT ON THE
      *    RETURN FILE).  A HELD ITEM IN A REJECTED BATCH GETS NO
      *    CASE; THE RETRANSMISSION IS SCREENED AGAIN.  AT THE START
      *    OF EVERY LOAD, ANY PAYMENT CASE AN ANALYST HAS RELEASED
      *    THROUGH SCRNREL THAT HAS NOT YET BEEN LOADED IS LOADED
      *    ONTO THE PAYMENT MASTER IN PENDING STATUS LIKE ANY OTHER
      *    ITEM, CROSS-REFERENCED UNDER ITS ORIGINAL BATCH ID WITH A
      *    ZERO BATCH OCCURRENCE, AND MARKED LOADED ON THE CASE.  A
      *    CONFIRMED CASE IS NEVER LOADED.
      *
      *    RETURNED OUTBOUND PAYMENTS.  A PAYMENT WE SENT THROUGH
      *    OUTPAYGN THAT THE RECEIVING BANK COULD NOT APPLY COMES BACK
      *    AS A DETAIL OF TYPE RETURN, CARRYING OUR OUTBOUND TRANS-ID
      *    AND THE RETURN REASON IN PLACE OF THE ORIGINATOR NAME.  ON
      *    TOP OF THE USUAL EDITS THE TRANS-ID MUST BE ON THE OUTBOUND
      *    PAYMENT FILE, STILL SENT, FOR THE SAME ACCOUNT AND AMOUNT.
      *    THE OUTBOUND DEBIT ITSELF MUST HAVE POSTED - APPROVED ON THE
      *    PAYMENT MASTER AND NOT CARRIED OVER AS AN EXCEPTION - OR THE
      *    RETURN IS REJECTED, SO A CUSTOMER IS NEVER REFUNDED MONEY
      *    THAT NEVER LEFT THE ACCOUNT.  A RETURN IS NOT SANCTIONS
      *    SCREENED - THE MONEY IS OUR OWN CUSTOMER'S COMING BACK.  WHEN
      *    ITS BATCH IS ACCEPTED THE DEBIT ACCOUNT IS REFUNDED
      *    AUTOMATICALLY: AN APPROVED REFUND IS WRITTEN TO THE PAYMENT
      *    MASTER LINKED TO THE OUTBOUND TRANS-ID, CROSS-REFERENCED LIKE
      *    ANY LOADED ITEM, AND THE OUTBOUND ITEM IS MARKED RETURNED
      *    WITH THE REFUND TRANS-ID AND REASON, SO A SECOND RETURN OF
      *    THE SAME ITEM IS NEVER REFUNDED TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-XREF-FILE ASSIGN TO CLRXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OUTBOUND-PAYMENT-FILE ASSIGN TO OUTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBP-TRANS-ID
               FILE STATUS IS WS-OBP-FS.

           SELECT OPTIONAL CARRY-OVER-FILE ASSIGN TO EXCPCARY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-FS.

           SELECT OPTIONAL SCREENING-CASE-FILE ASSIGN TO SCRNCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCC-CASE-KEY
               FILE STATUS IS WS-SCRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-FILE
              10 CLR-AMOUNT-X REDEFINES CLR-AMOUNT
                                      PIC X(11).
              10 CLR-PAY-TYPE         PIC X(10).
                 88 CLR-RETURN-ITEM   VALUE 'RETURN    '.
              10 CLR-ORIG-NAME        PIC X(40).
              10 CLR-RETURN-DATA REDEFINES CLR-ORIG-NAME.
                 15 CLR-RTN-TRANS-ID  PIC X(12).
                 15 CLR-RTN-TRANS-ID-N REDEFINES CLR-RTN-TRANS-ID
                                      PIC 9(12).
                 15 CLR-RTN-REASON    PIC X(28).
           05 CLR-TRAILER-DATA REDEFINES CLR-HEADER-DATA.
              10 CLR-TRAILER-COUNT    PIC 9(6).
              10 CLR-TRAILER-HASH     PIC 9(13)V99.
           05 CLW-ACCT-ID             PIC 9(10).
           05 CLW-AMOUNT              PIC S9(9)V99 COMP-3.
           05 CLW-PAY-TYPE            PIC X(10).
           05 CLW-DETAIL-NO           PIC 9(6).
           05 CLW-ORIG-NAME           PIC X(40).
           05 CLW-HELD-SW             PIC X.
              88 CLW-HELD             VALUE 'Y'.
           05 CLW-LIST-VERSION        PIC 9(6).
           05 CLW-ENTRY-ID            PIC X(10).
           05 CLW-LISTED-NAME         PIC X(40).
           05 CLW-RETURN-TRANS-ID     PIC 9(12).
           05 CLW-RETURN-REASON       PIC X(28).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
           05 CLX-ACCT-ID             PIC 9(10).
           05 CLX-AMOUNT              PIC S9(9)V99 COMP-3.

       FD  OUTBOUND-PAYMENT-FILE
           RECORDING MODE IS F.
       01  OUTBOUND-PAYMENT-RECORD.
           COPY OUTBOUND-PAYMENT-RECORD.

       FD  CARRY-OVER-FILE
           RECORDING MODE IS F.
       01  CARRY-OVER-RECORD.
           05 CRY-TRANS-ID            PIC 9(12).
           05 FILLER                  PIC X(82).
           05 CRY-REASON              PIC X(16).

       FD  SCREENING-CASE-FILE
           RECORDING MODE IS F.
       01  SCREENING-CASE-RECORD.
           COPY SCREENING-CASE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.
       01  WS-SCRN-FS                  PIC XX VALUE SPACES.
       01  WS-OBP-FS                   PIC XX VALUE SPACES.
       01  WS-CARRY-FS                 PIC XX VALUE SPACES.
           88 WS-CARRY-MISSING         VALUE '35'.

       01  WS-FLAGS.
           05 WS-CLR-EOF              PIC X VALUE 'N'.
              88 DETAIL-OK            VALUE 'Y'.
           05 WS-BATCH-OK-SW          PIC X VALUE 'N'.
              88 BATCH-OK             VALUE 'Y'.
           05 WS-CASE-EOF             PIC X VALUE 'N'.
              88 CASE-EOF             VALUE 'Y'.
           05 WS-OBP-FOUND-SW         PIC X VALUE 'N'.
              88 OBP-FOUND            VALUE 'Y'.
           05 WS-ORIG-POSTED-SW       PIC X VALUE 'N'.
              88 ORIG-POSTED          VALUE 'Y'.
           05 WS-CARRY-EOF            PIC X VALUE 'N'.
              88 CARRY-EOF            VALUE 'Y'.
           05 WS-IN-CARRY-SW          PIC X VALUE 'N'.
              88 IN-CARRY-OVER        VALUE 'Y'.

       01  WS-DETAIL-REASON            PIC X(30) VALUE SPACES.

       01  WS-CARRY-TABLE.
           05 WS-CARRY-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-CARRY-ENTRY OCCURS 500 TIMES.
              10 WS-CRY-TRANS-ID     PIC 9(12).
       01  WS-CARRY-SUB                PIC 9(3) VALUE ZERO.

       01  WS-EDIT-CUST-ID             PIC 9(8) VALUE ZERO.
       01  WS-EDIT-ACCT-ID             PIC 9(10) VALUE ZERO.

       01  WS-SCREEN-RESULT.
           05 WS-SCR-HIT-SW           PIC X VALUE 'N'.
              88 SCR-HIT              VALUE 'Y'.
           05 WS-SCR-LIST-VERSION     PIC 9(6) VALUE ZERO.
           05 WS-SCR-ENTRY-ID         PIC X(10) VALUE SPACES.
           05 WS-SCR-LISTED-NAME      PIC X(40) VALUE SPACES.
       01  WS-SCREEN-NAME              PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-WORK.
           05 WS-AMOUNT-NUM           PIC 9(9)V99 VALUE ZERO.

       01  WS-CURRENT-BATCH.
           05 WS-CB-BATCH-ID          PIC X(8) VALUE SPACES.
           05 WS-CB-ACCEPTED-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-CB-ACCEPTED-HASH     PIC 9(13)V99 COMP-3 VALUE ZERO.
           05 WS-CB-REJECTED-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-CB-DETAIL-NO         PIC 9(6) VALUE ZERO.

       01  WS-BATCH-TABLE.
           05 WS-BATCH-COUNT          PIC 9(2) VALUE ZERO.
           05 WS-DETAILS-READ         PIC 9(7) VALUE ZERO.
           05 WS-DETAILS-REJECTED     PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-LOADED         PIC 9(7) VALUE ZERO.
           05 WS-SCREEN-HIT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-HELD           PIC 9(7) VALUE ZERO.
           05 WS-RELEASED-LOADED      PIC 9(7) VALUE ZERO.
           05 WS-RETURNS-REFUNDED     PIC 9(7) VALUE ZERO.

       01  WS-BATCH-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           OPEN INPUT  ACCOUNT-MASTER
           OPEN OUTPUT INTAKE-REPORT
           OPEN OUTPUT RETURN-FILE
           OPEN I-O    OUTBOUND-PAYMENT-FILE
           OPEN I-O    PAYMENT-MASTER
           PERFORM 1100-LOAD-CARRY-TABLE
           PERFORM 1200-WRITE-RETURN-HEADER
           PERFORM 2910-READ-CLEARING.

       1100-LOAD-CARRY-TABLE.
           OPEN INPUT CARRY-OVER-FILE
           IF WS-CARRY-MISSING
               SET CARRY-EOF TO TRUE
           ELSE
               PERFORM 2930-READ-CARRY
           END-IF
           PERFORM UNTIL CARRY-EOF
               OR WS-CARRY-COUNT = 500
               ADD 1 TO WS-CARRY-COUNT
               MOVE CRY-TRANS-ID TO WS-CRY-TRANS-ID (WS-CARRY-COUNT)
               PERFORM 2930-READ-CARRY
           END-PERFORM
           IF NOT CARRY-EOF
               DISPLAY 'CLRINTAK - CARRY TABLE FULL, OUTBOUND ITEMS '
                   'BEYOND 500 ARE JUDGED FROM THE MASTER ONLY'
           END-IF
           CLOSE CARRY-OVER-FILE.

       1200-WRITE-RETURN-HEADER.
           MOVE SPACES TO RETURN-RECORD
           SET RTN-HEADER TO TRUE
           END-IF
           MOVE ZERO TO WS-CB-ACCEPTED-COUNT
           MOVE ZERO TO WS-CB-ACCEPTED-HASH
           MOVE ZERO TO WS-CB-REJECTED-COUNT
           MOVE ZERO TO WS-CB-DETAIL-NO.

       2200-EDIT-DETAIL.
           IF NOT IN-BATCH
               PERFORM 2400-REPORT-DETAIL-REJECT
           ELSE
               ADD 1 TO WS-DETAILS-READ
               ADD 1 TO WS-CB-DETAIL-NO
               PERFORM 2210-VALIDATE-DETAIL
               IF DETAIL-OK
                   PERFORM 2250-SCREEN-ORIGINATOR
                   PERFORM 2300-BUFFER-DETAIL
               ELSE
                   ADD 1 TO WS-CB-REJECTED-COUNT
               WHEN CLR-PAY-TYPE NOT = 'REGULAR   '
                   AND CLR-PAY-TYPE NOT = 'REFUND    '
                   AND CLR-PAY-TYPE NOT = 'REVERSAL  '
                   AND NOT CLR-RETURN-ITEM
                   MOVE 'INVALID PAYMENT TYPE' TO WS-DETAIL-REASON
               WHEN OTHER
                   PERFORM 2220-VALIDATE-ACCOUNT
           END-EVALUATE
           IF WS-DETAIL-REASON = SPACES
               AND CLR-RETURN-ITEM
               PERFORM 2230-VALIDATE-RETURN
           END-IF
           IF WS-DETAIL-REASON NOT = SPACES
               MOVE 'N' TO WS-DETAIL-OK-SW
           END-IF.
                   CONTINUE
           END-EVALUATE.

      *    A RETURN MUST NAME AN OUTBOUND ITEM WE SENT AND HAVE NOT
      *    YET HAD BACK, FOR THE ACCOUNT AND AMOUNT WE SENT.
       2230-VALIDATE-RETURN.
           MOVE 'N' TO WS-OBP-FOUND-SW
           IF CLR-RTN-TRANS-ID NUMERIC
               MOVE CLR-RTN-TRANS-ID-N TO OBP-TRANS-ID
               READ OUTBOUND-PAYMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OBP-FOUND TO TRUE
               END-READ
           END-IF
           IF OBP-FOUND
               PERFORM 2235-CHECK-ORIGINAL-POSTED
           END-IF
           MOVE CLR-ACCT-ID TO WS-EDIT-ACCT-ID
           EVALUATE TRUE
               WHEN NOT OBP-FOUND
                   MOVE 'OUTBOUND ITEM NOT ON FILE' TO WS-DETAIL-REASON
               WHEN OBP-RETURNED
                   MOVE 'OUTBOUND ITEM ALREADY RETURNED'
                       TO WS-DETAIL-REASON
               WHEN OBP-ACCT-ID NOT = WS-EDIT-ACCT-ID
                   OR OBP-AMOUNT NOT = CLR-AMOUNT
                   MOVE 'RETURN DOES NOT MATCH ITEM' TO WS-DETAIL-REASON
               WHEN NOT ORIG-POSTED
                   MOVE 'ORIGINAL NOT POSTED' TO WS-DETAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE OUTBOUND DEBIT HAS POSTED ONLY IF IT IS APPROVED ON
      *    THE PAYMENT MASTER AND NOT CARRIED OVER AS AN EXCEPTION -
      *    THE SAME TEST CLRSTAT USES.  REFUNDING A DEBIT THAT NEVER
      *    POSTED WOULD CREDIT THE CUSTOMER MONEY THEY NEVER SENT.
       2235-CHECK-ORIGINAL-POSTED.
           MOVE 'N' TO WS-ORIG-POSTED-SW
           MOVE 'N' TO WS-IN-CARRY-SW
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
               UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
               OR IN-CARRY-OVER
               IF WS-CRY-TRANS-ID (WS-CARRY-SUB) = OBP-TRANS-ID
                   SET IN-CARRY-OVER TO TRUE
               END-IF
           END-PERFORM
           IF NOT IN-CARRY-OVER
               MOVE OBP-TRANS-ID TO PAY-TRANS-ID
               READ PAYMENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAY-APPROVED
                           SET ORIG-POSTED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2250-SCREEN-ORIGINATOR.
           MOVE 'N' TO WS-SCR-HIT-SW
           MOVE SPACES TO WS-SCR-ENTRY-ID
           MOVE SPACES TO WS-SCR-LISTED-NAME
           IF CLR-ORIG-NAME NOT = SPACES
               AND NOT CLR-RETURN-ITEM
               MOVE CLR-ORIG-NAME TO WS-SCREEN-NAME
               CALL 'SANCSCRN' USING WS-SCREEN-NAME WS-SCR-HIT-SW
                   WS-SCR-LIST-VERSION WS-SCR-ENTRY-ID
                   WS-SCR-LISTED-NAME
               IF SCR-HIT
                   ADD 1 TO WS-SCREEN-HIT-COUNT
               END-IF
           END-IF.

       2300-BUFFER-DETAIL.
           MOVE WS-CB-BATCH-ID TO CLW-BATCH-ID
           MOVE WS-CB-BATCH-SEQ TO CLW-BATCH-SEQ
           MOVE CLR-ACCT-ID TO CLW-ACCT-ID
           MOVE CLR-AMOUNT TO CLW-AMOUNT
           MOVE CLR-PAY-TYPE TO CLW-PAY-TYPE
           MOVE WS-CB-DETAIL-NO TO CLW-DETAIL-NO
           MOVE CLR-ORIG-NAME TO CLW-ORIG-NAME
           MOVE WS-SCR-HIT-SW TO CLW-HELD-SW
           MOVE WS-SCR-LIST-VERSION TO CLW-LIST-VERSION
           MOVE WS-SCR-ENTRY-ID TO CLW-ENTRY-ID
           MOVE WS-SCR-LISTED-NAME TO CLW-LISTED-NAME
           IF CLR-RETURN-ITEM
               MOVE CLR-RTN-TRANS-ID-N TO CLW-RETURN-TRANS-ID
               MOVE CLR-RTN-REASON TO CLW-RETURN-REASON
           ELSE
               MOVE ZERO TO CLW-RETURN-TRANS-ID
               MOVE SPACES TO CLW-RETURN-REASON
           END-IF
           WRITE INTAKE-WORK-RECORD
           ADD 1 TO WS-CB-ACCEPTED-COUNT
           ADD CLR-AMOUNT TO WS-CB-ACCEPTED-HASH.
                   CONTINUE
           END-READ.

       2930-READ-CARRY.
           READ CARRY-OVER-FILE
               AT END
                   SET CARRY-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-LOAD-ACCEPTED-BATCHES.
           CLOSE CLEARING-FILE
           CLOSE INTAKE-WORK-FILE
           OPEN INPUT INTAKE-WORK-FILE
           OPEN OUTPUT INTAKE-XREF-FILE
           OPEN I-O   SCREENING-CASE-FILE
           PERFORM 3300-LOAD-RELEASED-ITEMS
           PERFORM 2920-READ-WORK
           PERFORM 3100-LOAD-WORK-ITEM UNTIL WORK-EOF
           CLOSE INTAKE-WORK-FILE
           CLOSE INTAKE-XREF-FILE
           CLOSE SCREENING-CASE-FILE.

       3100-LOAD-WORK-ITEM.
           PERFORM 3110-LOOKUP-BATCH-RESULT
           IF BATCH-OK
               AND CLW-HELD
               PERFORM 3400-OPEN-PAYMENT-CASE
           END-IF
           IF BATCH-OK
               AND CLW-PAY-TYPE = 'RETURN    '
               PERFORM 3150-REFUND-RETURNED-ITEM
           END-IF
           IF BATCH-OK
               AND NOT CLW-HELD
               AND CLW-PAY-TYPE NOT = 'RETURN    '
               CALL 'PAYIDGEN' USING WS-NEW-TRANS-ID
                   WS-IDGEN-JOB-NAME
               MOVE WS-NEW-TRANS-ID TO PAY-TRANS-ID
           END-IF
           PERFORM 2920-READ-WORK.

      *    THE OUTBOUND ITEM IS READ AGAIN AT LOAD TIME: AN EARLIER
      *    BATCH IN THE SAME TRANSMISSION MAY ALREADY HAVE RETURNED IT.
       3150-REFUND-RETURNED-ITEM.
           MOVE 'N' TO WS-OBP-FOUND-SW
           MOVE CLW-RETURN-TRANS-ID TO OBP-TRANS-ID
           READ OUTBOUND-PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OBP-FOUND TO TRUE
           END-READ
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CLW-ACCT-ID TO WS-DL-ACCT-ID
           MOVE CLW-AMOUNT TO WS-AMOUNT-NUM
           MOVE WS-AMOUNT-WORK TO WS-DL-AMOUNT
           IF OBP-FOUND
               AND OBP-SENT
               CALL 'PAYIDGEN' USING WS-NEW-TRANS-ID
                   WS-IDGEN-JOB-NAME
               MOVE WS-NEW-TRANS-ID TO PAY-TRANS-ID
               MOVE CLW-CUST-ID TO PAY-CUST-ID
               MOVE CLW-ACCT-ID TO PAY-ACCT-ID
               MOVE CLW-AMOUNT TO PAY-AMOUNT
               SET PAY-REFUND TO TRUE
               SET PAY-APPROVED TO TRUE
               MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
               MOVE CLW-RETURN-TRANS-ID TO PAY-ORIG-TRANS-ID
               WRITE PAYMENT-RECORD
               ADD 1 TO WS-ITEMS-LOADED
               ADD 1 TO WS-RETURNS-REFUNDED
               ADD CLW-AMOUNT TO WS-LOADED-TOTAL
               PERFORM 3200-WRITE-XREF-RECORD
               SET OBP-RETURNED TO TRUE
               MOVE WS-TODAY TO OBP-RETURN-DATE
               MOVE WS-NEW-TRANS-ID TO OBP-REFUND-TRANS-ID
               MOVE CLW-RETURN-REASON TO OBP-RETURN-REASON
               REWRITE OUTBOUND-PAYMENT-RECORD
               MOVE 'OUTBOUND RETURN - REFUNDED' TO WS-DL-REASON
           ELSE
               MOVE 'RETURN ALREADY APPLIED - SKIP' TO WS-DL-REASON
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-WRITE-XREF-RECORD.
           MOVE CLW-BATCH-ID TO CLX-BATCH-ID
           MOVE CLW-BATCH-SEQ TO CLX-BATCH-SEQ
           MOVE CLW-AMOUNT TO CLX-AMOUNT
           WRITE INTAKE-XREF-RECORD.

      *    PAYMENT CASES SORT TOGETHER UNDER SUBJECT TYPE 'P'.  A CASE
      *    RELEASED SINCE THE LAST RUN IS LOADED HERE AND MARKED LOADED
      *    SO IT IS NEVER LOADED TWICE.
       3300-LOAD-RELEASED-ITEMS.
           MOVE 'N' TO WS-CASE-EOF
           MOVE LOW-VALUES TO SCC-CASE-KEY
           SET SCC-PAYMENT-SUBJECT TO TRUE
           START SCREENING-CASE-FILE KEY IS >= SCC-CASE-KEY
               INVALID KEY
                   SET CASE-EOF TO TRUE
           END-START
           PERFORM 3310-CHECK-PAYMENT-CASE UNTIL CASE-EOF.

       3310-CHECK-PAYMENT-CASE.
           READ SCREENING-CASE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
           END-READ
           IF NOT CASE-EOF
               IF NOT SCC-PAYMENT-SUBJECT
                   SET CASE-EOF TO TRUE
               ELSE
                   IF SCC-RELEASED
                       AND NOT SCC-ITEM-LOADED
                       PERFORM 3320-LOAD-RELEASED-ITEM
                   END-IF
               END-IF
           END-IF.

       3320-LOAD-RELEASED-ITEM.
           CALL 'PAYIDGEN' USING WS-NEW-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-NEW-TRANS-ID TO PAY-TRANS-ID
           MOVE SCC-CUST-ID TO PAY-CUST-ID
           MOVE SCC-ACCT-ID TO PAY-ACCT-ID
           MOVE SCC-AMOUNT TO PAY-AMOUNT
           MOVE SCC-PAY-TYPE TO PAY-TYPE
           SET PAY-PENDING TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE ZERO TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-ITEMS-LOADED
           ADD 1 TO WS-RELEASED-LOADED
           ADD SCC-AMOUNT TO WS-LOADED-TOTAL
           MOVE SCC-SUBJECT-REF (9:8) TO CLX-BATCH-ID
           MOVE ZERO TO CLX-BATCH-SEQ
           MOVE WS-NEW-TRANS-ID TO CLX-TRANS-ID
           MOVE SCC-CUST-ID TO CLX-CUST-ID
           MOVE SCC-ACCT-ID TO CLX-ACCT-ID
           MOVE SCC-AMOUNT TO CLX-AMOUNT
           WRITE INTAKE-XREF-RECORD
           SET SCC-ITEM-LOADED TO TRUE
           REWRITE SCREENING-CASE-RECORD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SCC-ACCT-ID TO WS-DL-ACCT-ID
           MOVE SCC-AMOUNT TO WS-AMOUNT-NUM
           MOVE WS-AMOUNT-WORK TO WS-DL-AMOUNT
           MOVE 'RELEASED BY SCREENING - LOADED' TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    THE CASE KEY IS THE RUN DATE, BATCH ID AND DETAIL NUMBER
      *    WITHIN THE BATCH, SO EVERY HELD ITEM HAS ITS OWN CASE.
       3400-OPEN-PAYMENT-CASE.
           MOVE SPACES TO SCREENING-CASE-RECORD
           SET SCC-PAYMENT-SUBJECT TO TRUE
           MOVE WS-TODAY TO SCC-SUBJECT-REF (1:8)
           MOVE CLW-BATCH-ID TO SCC-SUBJECT-REF (9:8)
           MOVE CLW-DETAIL-NO TO SCC-SUBJECT-REF (17:6)
           MOVE WS-TODAY TO SCC-HIT-DATE
           SET SCC-OPEN TO TRUE
           MOVE CLW-LIST-VERSION TO SCC-LIST-VERSION
           MOVE CLW-ENTRY-ID TO SCC-ENTRY-ID
           MOVE CLW-ORIG-NAME TO SCC-SCREENED-NAME
           MOVE CLW-LISTED-NAME TO SCC-LISTED-NAME
           MOVE WS-RUN-JOB-NAME TO SCC-SOURCE-JOB
           MOVE CLW-CUST-ID TO SCC-CUST-ID
           MOVE CLW-ACCT-ID TO SCC-ACCT-ID
           MOVE CLW-AMOUNT TO SCC-AMOUNT
           MOVE CLW-PAY-TYPE TO SCC-PAY-TYPE
           MOVE 'N' TO SCC-ITEM-LOADED-SW
           MOVE ZERO TO SCC-FROZEN-COUNT
           MOVE ZERO TO SCC-DECISION-DATE
           WRITE SCREENING-CASE-RECORD
               INVALID KEY
                   DISPLAY 'CLRINTAK - SCREENING CASE ALREADY ON FILE '
                       'FOR BATCH ' CLW-BATCH-ID ' DETAIL '
                       CLW-DETAIL-NO
           END-WRITE
           ADD 1 TO WS-ITEMS-HELD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CLW-ACCT-ID TO WS-DL-ACCT-ID
           MOVE CLW-AMOUNT TO WS-AMOUNT-NUM
           MOVE WS-AMOUNT-WORK TO WS-DL-AMOUNT
           MOVE 'SANCTIONS HIT - HELD FOR CASE' TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    THE MATCH IS ON THE BATCH OCCURRENCE NUMBER, NOT THE BARE
      *    BATCH ID: WHEN THE SAME ID APPEARS TWICE IN A TRANSMISSION
      *    (A TRUNCATED BATCH FOLLOWED BY ITS RETRANSMISSION), THE
           CLOSE PAYMENT-MASTER
           CLOSE INTAKE-REPORT
           CLOSE RETURN-FILE
           CLOSE OUTBOUND-PAYMENT-FILE
           DISPLAY 'CLRINTAK - BATCHES READ      : ' WS-BATCHES-READ
           DISPLAY 'CLRINTAK - BATCHES ACCEPTED  : '
               WS-BATCHES-ACCEPTED
           DISPLAY 'CLRINTAK - DETAILS REJECTED  : '
               WS-DETAILS-REJECTED
           DISPLAY 'CLRINTAK - ITEMS LOADED      : ' WS-ITEMS-LOADED
           DISPLAY 'CLRINTAK - RELEASED LOADED   : '
               WS-RELEASED-LOADED
           DISPLAY 'CLRINTAK - RETURNS REFUNDED  : '
               WS-RETURNS-REFUNDED
           DISPLAY 'CLRINTAK - SANCTIONS HITS    : '
               WS-SCREEN-HIT-COUNT
           DISPLAY 'CLRINTAK - ITEMS HELD        : ' WS-ITEMS-HELD
           DISPLAY 'CLRINTAK - RETURN RECORDS    : '
               WS-RTN-RECORD-COUNT.

