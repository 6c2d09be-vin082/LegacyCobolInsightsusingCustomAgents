       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRPRT.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    ON-DEMAND LOAN BILL REPRINT.  REQUEST-DRIVEN IN THE
      *    STMTRPRT STYLE: READS A REQUEST FILE OF LOAN ACCT-ID PLUS
      *    BILL DATE AND REPRINTS THAT BILL FROM THE BILL LOG LOANBILL
      *    WRITES, IN THE SAME LAYOUT LOANBILL PRINTS, SO THE REPRINT
      *    CARRIES EXACTLY THE FIGURES ORIGINALLY BILLED NO MATTER
      *    WHAT HAS BEEN POSTED, ACCRUED OR RESCHEDULED SINCE.  EACH
      *    REPRINT IS MARKED AS A DUPLICATE UNDER THE BILL TITLE.  A
      *    REQUEST WITH A NON-NUMERIC ACCOUNT OR DATE, OR FOR A BILL
      *    NOT ON THE LOG, IS REFUSED WITH A LINE ON THE OUTPUT.  THE
      *    BILL LINES MATCH LOANBILL'S EXACTLY, AND THE HEADER LINE
      *    STMTGEN'S WS-HEADING-LINE; A CHANGE THERE MUST BE REFLECTED
      *    HERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO BILLREQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BILL-LOG ASSIGN TO BILLLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LBL-KEY
               FILE STATUS IS WS-BLOG-FS.

           SELECT BILL-FILE ASSIGN TO BILLRPTO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-RECORD.
           05 REQ-ACCT-ID             PIC X(10).
           05 REQ-BILL-DATE           PIC X(8).

       FD  BILL-LOG
           RECORDING MODE IS F.
       01  LOAN-BILL-RECORD.
           COPY LOAN-BILL-RECORD.

       FD  BILL-FILE
           RECORDING MODE IS F.
       01  BILL-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'BILLRPRT'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-BLOG-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-REQ-EOF              PIC X VALUE 'N'.
              88 REQ-EOF              VALUE 'Y'.
           05 WS-BILL-FOUND-SW        PIC X VALUE 'N'.
              88 BILL-FOUND           VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-REQUEST-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REPRINT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REFUSED-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-AMOUNT-WORK              PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    THESE LINE LAYOUTS MATCH LOANBILL'S EXACTLY.
       01  WS-HEADING-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE 'CUSTOMER NUMBER '.
           05 WS-HDR-CUST-ID          PIC 9(8)  VALUE ZERO.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 WS-HDR-CUST-NAME        PIC X(40) VALUE SPACES.

       01  WS-BILL-TITLE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE 'LOAN BILL DATED '.
           05 WS-BTL-BILL-DATE        PIC 9(8)  VALUE ZERO.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE 'LOAN ACCOUNT '.
           05 WS-BTL-ACCT-ID          PIC 9(10) VALUE ZERO.

       01  WS-BILL-AMOUNT-LINE.
           05 FILLER                 PIC X(12) VALUE SPACES.
           05 WS-BAM-LABEL            PIC X(26) VALUE SPACES.
           05 WS-BAM-AMOUNT           PIC -(11)9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-BAM-NOTE             PIC X(25) VALUE SPACES.
           05 WS-BAM-DATE-NOTE REDEFINES WS-BAM-NOTE.
              10 WS-BAM-DATE-CAPTION PIC X(10).
              10 WS-BAM-DATE         PIC 9(8).
              10 FILLER              PIC X(7).
           05 WS-BAM-COUNT-NOTE REDEFINES WS-BAM-NOTE.
              10 WS-BAM-COUNT-CAPTION PIC X(20).
              10 WS-BAM-COUNT        PIC ZZ9.
              10 FILLER              PIC X(2).

       01  WS-DUPLICATE-LINE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(40)
              VALUE 'DUPLICATE - FIGURES AS ORIGINALLY BILLED'.

       01  WS-REFUSE-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(8)  VALUE 'REFUSED '.
           05 WS-RF-ACCT-ID           PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RF-BILL-DATE         PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RF-REASON            PIC X(30) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL REQ-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'BILLRPRT - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT  REQUEST-FILE
           OPEN INPUT  BILL-LOG
           OPEN OUTPUT BILL-FILE
           PERFORM 2910-READ-REQUEST.

       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           EVALUATE TRUE
               WHEN REQ-ACCT-ID NOT NUMERIC
                   MOVE 'ACCOUNT ID NOT NUMERIC'
                       TO WS-RF-REASON
                   PERFORM 2050-REPORT-REFUSAL
               WHEN REQ-BILL-DATE NOT NUMERIC
                   MOVE 'BILL DATE NOT NUMERIC'
                       TO WS-RF-REASON
                   PERFORM 2050-REPORT-REFUSAL
               WHEN OTHER
                   PERFORM 2100-REPRINT-ONE-BILL
           END-EVALUATE
           PERFORM 2910-READ-REQUEST.

       2050-REPORT-REFUSAL.
           MOVE REQ-ACCT-ID TO WS-RF-ACCT-ID
           MOVE REQ-BILL-DATE TO WS-RF-BILL-DATE
           MOVE WS-REFUSE-LINE TO BILL-LINE
           WRITE BILL-LINE
           ADD 1 TO WS-REFUSED-COUNT.

       2100-REPRINT-ONE-BILL.
           MOVE 'N' TO WS-BILL-FOUND-SW
           MOVE REQ-ACCT-ID TO LBL-ACCT-ID
           MOVE REQ-BILL-DATE TO LBL-BILL-DATE
           READ BILL-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BILL-FOUND TO TRUE
           END-READ
           IF NOT BILL-FOUND
               MOVE 'BILL NOT ON BILL LOG' TO WS-RF-REASON
               PERFORM 2050-REPORT-REFUSAL
           ELSE
               PERFORM 2600-PRINT-BILL
               ADD 1 TO WS-REPRINT-COUNT
           END-IF.

       2600-PRINT-BILL.
           MOVE LBL-CUST-ID TO WS-HDR-CUST-ID
           MOVE LBL-CUST-NAME TO WS-HDR-CUST-NAME
           MOVE WS-HEADING-LINE TO BILL-LINE
           WRITE BILL-LINE
           MOVE LBL-BILL-DATE TO WS-BTL-BILL-DATE
           MOVE LBL-ACCT-ID TO WS-BTL-ACCT-ID
           MOVE WS-BILL-TITLE-LINE TO BILL-LINE
           WRITE BILL-LINE
           MOVE WS-DUPLICATE-LINE TO BILL-LINE
           WRITE BILL-LINE
           MOVE WS-BLANK-LINE TO BILL-LINE
           WRITE BILL-LINE

           MOVE 'INSTALLMENT DUE' TO WS-BAM-LABEL
           MOVE LBL-INSTALLMENT TO WS-AMOUNT-WORK
           MOVE SPACES TO WS-BAM-NOTE
           MOVE 'DUE DATE  ' TO WS-BAM-DATE-CAPTION
           MOVE LBL-DUE-DATE TO WS-BAM-DATE
           PERFORM 2650-WRITE-AMOUNT-LINE

           MOVE '  INTEREST PORTION' TO WS-BAM-LABEL
           MOVE LBL-INTEREST-PORTION TO WS-AMOUNT-WORK
           MOVE SPACES TO WS-BAM-NOTE
           PERFORM 2650-WRITE-AMOUNT-LINE

           MOVE '  PRINCIPAL PORTION' TO WS-BAM-LABEL
           MOVE LBL-PRINCIPAL-PORTION TO WS-AMOUNT-WORK
           MOVE SPACES TO WS-BAM-NOTE
           PERFORM 2650-WRITE-AMOUNT-LINE

           MOVE 'PAST-DUE AMOUNT' TO WS-BAM-LABEL
           MOVE LBL-PAST-DUE-AMOUNT TO WS-AMOUNT-WORK
           MOVE SPACES TO WS-BAM-NOTE
           IF LBL-MISSED-COUNT > ZERO
               MOVE 'MISSED INSTALLMENTS ' TO WS-BAM-COUNT-CAPTION
               MOVE LBL-MISSED-COUNT TO WS-BAM-COUNT
           END-IF
           PERFORM 2650-WRITE-AMOUNT-LINE

           MOVE 'TOTAL AMOUNT DUE' TO WS-BAM-LABEL
           MOVE LBL-AMOUNT-DUE TO WS-AMOUNT-WORK
           MOVE SPACES TO WS-BAM-NOTE
           MOVE 'PAY BY    ' TO WS-BAM-DATE-CAPTION
           MOVE LBL-DUE-DATE TO WS-BAM-DATE
           PERFORM 2650-WRITE-AMOUNT-LINE

           MOVE WS-BLANK-LINE TO BILL-LINE
           WRITE BILL-LINE

           MOVE 'ACCRUED INTEREST TO DATE' TO WS-BAM-LABEL
           MOVE LBL-ACCRUED-INTEREST TO WS-AMOUNT-WORK
           MOVE SPACES TO WS-BAM-NOTE
           PERFORM 2650-WRITE-AMOUNT-LINE

           MOVE 'OUTSTANDING PRINCIPAL' TO WS-BAM-LABEL
           MOVE LBL-OUTSTANDING-PRINCIPAL TO WS-AMOUNT-WORK
           MOVE SPACES TO WS-BAM-NOTE
           PERFORM 2650-WRITE-AMOUNT-LINE

           MOVE WS-BLANK-LINE TO BILL-LINE
           WRITE BILL-LINE.

       2650-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-WORK TO WS-BAM-AMOUNT
           MOVE WS-BILL-AMOUNT-LINE TO BILL-LINE
           WRITE BILL-LINE.

       2910-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET REQ-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           CLOSE REQUEST-FILE
           CLOSE BILL-LOG
           CLOSE BILL-FILE
           DISPLAY 'BILLRPRT - REQUESTS READ     : ' WS-REQUEST-COUNT
           DISPLAY 'BILLRPRT - BILLS REPRINTED   : ' WS-REPRINT-COUNT
           DISPLAY 'BILLRPRT - REQUESTS REFUSED  : ' WS-REFUSED-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
