       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBILL.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    MONTHLY LOAN BILLING NOTICE.  PRODUCES ONE BILL FOR EVERY
      *    ACTIVE LON ACCOUNT ON THE ACCOUNT MASTER, SO A LOAN
      *    CUSTOMER IS TOLD WHAT IS DUE BEFORE THE INSTALLMENT IS
      *    MISSED RATHER THAN ONLY HEARING FROM DELQTRK AFTERWARDS.
      *    THE BILL DATE COMES FROM THE LBILPARM CONTROL CARD, OR IS
      *    TODAY WHEN NO CARD IS GIVEN.  EACH BILL SHOWS
      *      - THE INSTALLMENT DUE AND ITS INTEREST AND PRINCIPAL
      *        SPLIT, FROM MONTH 1 OF THE AMORTGEN SCHEDULE FILE, DUE
      *        ON THE LOAN'S FIRST MONTHLY ANNIVERSARY OF
      *        ACCT-OPEN-DATE ON OR AFTER THE BILL DATE (CLIPPED TO
      *        MONTH END), THE SAME DATE CASHPROJ PROJECTS IT FOR;
      *      - THE PAST-DUE AMOUNT AND MISSED-INSTALLMENT COUNT
      *        CARRIED ON THE DELINQUENCY FILE BY DELQTRK, AND THE
      *        TOTAL NOW DUE (INSTALLMENT PLUS PAST DUE);
      *      - THE INTEREST ACCRUED TO DATE ON THE ACCRUAL FILE AND
      *        THE OUTSTANDING PRINCIPAL (ACCT-BALANCE).
      *    A LOAN WITH NO SCHEDULE LINE (E.G. NO TERMS ON FILE FOR
      *    AMORTGEN) OR WHOSE CUSTOMER IS NOT ON THE CUSTOMER MASTER IS
      *    NOT BILLED AND IS LISTED ON THE BILLING REGISTER FOR
      *    FOLLOW-UP.  A SKIP IS NOT A FAILURE: THE RUN STILL ENDS
      *    CLEAN SO THE BILLS THAT WERE CUT GO ON TO MAILBILL, AND THE
      *    LOAN IS BILLED ON THE NEXT CYCLE ONCE IT IS PUT RIGHT.
      *    THE FIGURES OF EVERY
      *    BILL ARE LOGGED TO THE BILL LOG UNDER ACCOUNT AND BILL DATE;
      *    A RERUN FOR THE SAME BILL DATE PRINTS THE LOGGED FIGURES
      *    RATHER THAN RECOMPUTING THEM, AND BILLRPRT REPRINTS ANY BILL
      *    FROM THE LOG, SO A REPRINT ALWAYS CARRIES THE FIGURES
      *    ORIGINALLY BILLED.  EACH BILL OPENS WITH A HEADER LINE
      *    MATCHING STMTGEN'S WS-HEADING-LINE EXACTLY SO MAILXTRT, RUN
      *    IN BILLS MODE AS JOB MAILBILL, CAN MERGE THE ADDRESS FILE AND
      *    MAIL THE BILLS FROM LOANBILO AS IT MAILS STATEMENTS; RUN
      *    CONTROL ALLOWS MAILBILL ONLY AFTER A CLEAN LOANBILL, AND
      *    MAILXTRT CHECKS THE BILL DATE ON THE FIRST TITLE LINE AGAINST
      *    ITS OWN CARD.  THE AMORTGEN SCHEDULE LAYOUT PARSED HERE
      *    MATCHES AMORTGEN'S WS-SCHEDULE-DETAIL EXACTLY; A CHANGE THERE
      *    MUST BE REFLECTED HERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO LBILPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT SCHEDULE-FILE ASSIGN TO AMRTSKD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FS.

           SELECT OPTIONAL DELINQUENCY-FILE ASSIGN TO DELQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLQ-ACCT-ID
               FILE STATUS IS WS-DELQ-FS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-ACCT-ID
               FILE STATUS IS WS-ACCR-FS.

           SELECT OPTIONAL BILL-LOG ASSIGN TO BILLLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LBL-KEY
               FILE STATUS IS WS-BLOG-FS.

           SELECT BILL-FILE ASSIGN TO LOANBILO
               ORGANIZATION IS SEQUENTIAL.

           SELECT BILLING-REGISTER ASSIGN TO LBILRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-BILL-DATE          PIC 9(8).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-LINE-RECORD.
           05 FILLER                  PIC X(6).
           05 SKD-ACCT-ID             PIC 9(10).
           05 SKD-ACCT-ID-X REDEFINES SKD-ACCT-ID
                                      PIC X(10).
           05 FILLER                  PIC X(2).
           05 SKD-MONTH-NO            PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 SKD-BEGIN-BAL           PIC -(9)9.99.
           05 FILLER                  PIC X(1).
           05 SKD-INTEREST            PIC -(7)9.99.
           05 FILLER                  PIC X(1).
           05 SKD-PRINCIPAL           PIC -(7)9.99.
           05 FILLER                  PIC X(1).
           05 SKD-END-BAL             PIC -(9)9.99.
           05 FILLER                  PIC X(6).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-RECORD.

       FD  DELINQUENCY-FILE
           RECORDING MODE IS F.
       01  DELINQUENCY-RECORD.
           COPY DELINQUENCY-RECORD.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-RECORD.
           COPY ACCRUAL-RECORD.

       FD  BILL-LOG
           RECORDING MODE IS F.
       01  LOAN-BILL-RECORD.
           COPY LOAN-BILL-RECORD.

       FD  BILL-FILE
           RECORDING MODE IS F.
       01  BILL-LINE                      PIC X(80).

       FD  BILLING-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'LOANBILL'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-CUST-FS                  PIC XX VALUE SPACES.
       01  WS-DELQ-FS                  PIC XX VALUE SPACES.
       01  WS-ACCR-FS                  PIC XX VALUE SPACES.
       01  WS-BLOG-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-ACCT-EOF             PIC X VALUE 'N'.
              88 ACCT-EOF             VALUE 'Y'.
           05 WS-SKD-EOF              PIC X VALUE 'N'.
              88 SKD-EOF              VALUE 'Y'.
           05 WS-SKD-WANTED-SW        PIC X VALUE 'N'.
              88 SKD-WANTED           VALUE 'Y'.
           05 WS-CUST-FOUND-SW        PIC X VALUE 'N'.
              88 CUST-FOUND           VALUE 'Y'.
           05 WS-BILL-LOGGED-SW       PIC X VALUE 'N'.
              88 BILL-LOGGED          VALUE 'Y'.

       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.
       01  WS-BILL-DATE                PIC 9(8) VALUE ZERO.
       01  WS-HIGH-KEY-10              PIC 9(10) VALUE 9999999999.
       01  WS-SKD-KEY                  PIC 9(10) VALUE ZERO.

       01  WS-ROLL-DATE.
           05 WS-ROLL-YEAR            PIC 9(4).
           05 WS-ROLL-MONTH           PIC 9(2).
           05 WS-ROLL-DAY             PIC 9(2).
       01  WS-ROLL-NUM REDEFINES WS-ROLL-DATE
                                      PIC 9(8).
       01  WS-BILL-DATE-PARTS.
           05 WS-BILL-YEAR            PIC 9(4).
           05 WS-BILL-MONTH           PIC 9(2).
           05 WS-BILL-DAY             PIC 9(2).
       01  WS-ANCHOR-DAY               PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-MONTHS             PIC 9(6) VALUE ZERO.
       01  WS-MONTH-QUOTIENT           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-REMAINDER          PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(2) VALUE ZERO.
       01  WS-FIRST-OFFSET             PIC 9(1) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-LOAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-BILLED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-RELOGGED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-PAST-DUE-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-TOTAL-DUE            PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-PAST-DUE       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-DISPOSITION              PIC X(24) VALUE SPACES.
       01  WS-AMOUNT-WORK              PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    THIS HEADER LAYOUT MATCHES STMTGEN'S WS-HEADING-LINE
      *    EXACTLY SO MAILXTRT CAN PICK UP THE CUSTOMER AND MERGE THE
      *    ADDRESS FILE; A CHANGE THERE MUST BE REFLECTED HERE.  THE
      *    BILL LINE LAYOUTS BELOW MATCH BILLRPRT'S EXACTLY, AND
      *    MAILXTRT READS THE BILL DATE FROM THE TITLE LINE.
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

       01  WS-REGISTER-TITLE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(36)
              VALUE 'LOAN BILLING REGISTER FOR BILL DATE '.
           05 WS-RGT-BILL-DATE        PIC 9(8)  VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RGD-ACCT-ID          PIC 9(10) VALUE ZERO.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RGD-CUST-ID          PIC 9(8)  VALUE ZERO.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RGD-AMOUNT-DUE       PIC -(9)9.99 BLANK WHEN ZERO.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RGD-DUE-DATE         PIC 9(8)  BLANK WHEN ZERO.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RGD-DISPOSITION      PIC X(24) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL            PIC X(25) VALUE SPACES.
           05 WS-SUM-COUNT            PIC ZZZZZZ9 VALUE ZERO.

       01  WS-TOTAL-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL            PIC X(25) VALUE SPACES.
           05 WS-TOT-AMOUNT           PIC -(11)9.99.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNT UNTIL ACCT-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-BILL-DATE
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-BILL-DATE NUMERIC
                       AND PARM-BILL-DATE > ZERO
                       MOVE PARM-BILL-DATE TO WS-BILL-DATE
                   END-IF
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-BILL-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'LOANBILL - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  SCHEDULE-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  DELINQUENCY-FILE
           OPEN INPUT  ACCRUAL-FILE
           OPEN I-O    BILL-LOG
           OPEN OUTPUT BILL-FILE
           OPEN OUTPUT BILLING-REGISTER
           MOVE WS-BILL-DATE TO WS-RGT-BILL-DATE
           MOVE WS-REGISTER-TITLE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-BLANK-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM 2910-READ-ACCOUNT
           PERFORM 2920-READ-SCHEDULE.

       2000-PROCESS-ACCOUNT.
           IF ACCT-LOAN
               AND ACCT-ACTIVE
               PERFORM 2100-BILL-LOAN
           END-IF
           PERFORM 2910-READ-ACCOUNT.

      *    THE SCHEDULE FILE IS IN ACCT-ID ORDER LIKE THE MASTER, AND
      *    EACH LOAN'S FIRST LINE IS MONTH 1 - THE NEXT INSTALLMENT.
      *    A BILL ALREADY ON THE LOG FOR THIS BILL DATE IS PRINTED AS
      *    LOGGED SO A RERUN NEVER BILLS DIFFERENT FIGURES.
       2100-BILL-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           PERFORM 2920-READ-SCHEDULE
               UNTIL WS-SKD-KEY NOT < ACCT-ID
           MOVE 'N' TO WS-BILL-LOGGED-SW
           MOVE ACCT-ID TO LBL-ACCT-ID
           MOVE WS-BILL-DATE TO LBL-BILL-DATE
           READ BILL-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BILL-LOGGED TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN BILL-LOGGED
                   ADD 1 TO WS-RELOGGED-COUNT
                   MOVE 'PRINTED FROM BILL LOG' TO WS-DISPOSITION
                   PERFORM 2500-ISSUE-BILL
               WHEN WS-SKD-KEY NOT = ACCT-ID
                   MOVE 'NO AMORTIZATION SCHEDULE' TO WS-DISPOSITION
                   PERFORM 2800-REPORT-SKIP
               WHEN OTHER
                   PERFORM 2200-LOCATE-CUSTOMER
                   IF CUST-FOUND
                       PERFORM 2300-BUILD-BILL
                       WRITE LOAN-BILL-RECORD
                       ADD 1 TO WS-BILLED-COUNT
                       MOVE 'BILLED' TO WS-DISPOSITION
                       PERFORM 2500-ISSUE-BILL
                   ELSE
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-DISPOSITION
                       PERFORM 2800-REPORT-SKIP
                   END-IF
           END-EVALUATE.

       2200-LOCATE-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE ACCT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ.

       2300-BUILD-BILL.
           MOVE ACCT-CUST-ID TO LBL-CUST-ID
           MOVE CUST-NAME TO LBL-CUST-NAME
           MOVE SKD-INTEREST TO LBL-INTEREST-PORTION
           MOVE SKD-PRINCIPAL TO LBL-PRINCIPAL-PORTION
           COMPUTE LBL-INSTALLMENT =
               LBL-INTEREST-PORTION + LBL-PRINCIPAL-PORTION
           PERFORM 2310-SET-DUE-DATE
           MOVE ACCT-ID TO DLQ-ACCT-ID
           READ DELINQUENCY-FILE
               INVALID KEY
                   MOVE ZERO TO LBL-MISSED-COUNT
                   MOVE ZERO TO LBL-PAST-DUE-AMOUNT
               NOT INVALID KEY
                   MOVE DLQ-MISSED-COUNT TO LBL-MISSED-COUNT
                   MOVE DLQ-PAST-DUE-AMOUNT TO LBL-PAST-DUE-AMOUNT
           END-READ
           COMPUTE LBL-AMOUNT-DUE =
               LBL-INSTALLMENT + LBL-PAST-DUE-AMOUNT
           MOVE ACCT-ID TO ACR-ACCT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE ZERO TO LBL-ACCRUED-INTEREST
               NOT INVALID KEY
                   MOVE ACR-ACCRUED-AMOUNT TO LBL-ACCRUED-INTEREST
           END-READ
           MOVE ACCT-BALANCE TO LBL-OUTSTANDING-PRINCIPAL
           MOVE WS-CURRENT-STAMP (1:8) TO LBL-LOGGED-DATE.

      *    THE INSTALLMENT FALLS DUE ON THE FIRST MONTHLY ANNIVERSARY
      *    OF THE LOAN'S OPEN DAY ON OR AFTER THE BILL DATE, CLIPPED
      *    TO THE MONTH END, AS CASHPROJ DATES SCHEDULE MONTH 1.
       2310-SET-DUE-DATE.
           MOVE ACCT-OPEN-DATE (7:2) TO WS-ANCHOR-DAY
           MOVE WS-BILL-DATE TO WS-BILL-DATE-PARTS
           MOVE ZERO TO WS-FIRST-OFFSET
           MOVE WS-BILL-DATE TO WS-ROLL-DATE
           PERFORM 5300-SET-MONTH-END-DAY
           IF WS-ANCHOR-DAY > WS-MONTH-END-DAY
               IF WS-MONTH-END-DAY < WS-BILL-DAY
                   MOVE 1 TO WS-FIRST-OFFSET
               END-IF
           ELSE
               IF WS-ANCHOR-DAY < WS-BILL-DAY
                   MOVE 1 TO WS-FIRST-OFFSET
               END-IF
           END-IF
           COMPUTE WS-TOTAL-MONTHS =
               (WS-BILL-YEAR * 12) + WS-BILL-MONTH - 1
               + WS-FIRST-OFFSET
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-MONTH-QUOTIENT
               REMAINDER WS-MONTH-REMAINDER
           MOVE WS-MONTH-QUOTIENT TO WS-ROLL-YEAR
           COMPUTE WS-ROLL-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-ANCHOR-DAY TO WS-ROLL-DAY
           PERFORM 5300-SET-MONTH-END-DAY
           IF WS-ROLL-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-ROLL-DAY
           END-IF
           MOVE WS-ROLL-NUM TO LBL-DUE-DATE.

       2500-ISSUE-BILL.
           PERFORM 2600-PRINT-BILL
           IF LBL-PAST-DUE-AMOUNT > ZERO
               ADD 1 TO WS-PAST-DUE-COUNT
               ADD LBL-PAST-DUE-AMOUNT TO WS-TOTAL-PAST-DUE
           END-IF
           ADD LBL-AMOUNT-DUE TO WS-TOTAL-DUE
           MOVE LBL-ACCT-ID TO WS-RGD-ACCT-ID
           MOVE LBL-CUST-ID TO WS-RGD-CUST-ID
           MOVE LBL-AMOUNT-DUE TO WS-RGD-AMOUNT-DUE
           MOVE LBL-DUE-DATE TO WS-RGD-DUE-DATE
           MOVE WS-DISPOSITION TO WS-RGD-DISPOSITION
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

      *    EVERY FIGURE PRINTED COMES FROM THE BILL LOG RECORD, SO THE
      *    BILL AND ANY LATER BILLRPRT REPRINT ARE IDENTICAL.
       2600-PRINT-BILL.
           MOVE LBL-CUST-ID TO WS-HDR-CUST-ID
           MOVE LBL-CUST-NAME TO WS-HDR-CUST-NAME
           MOVE WS-HEADING-LINE TO BILL-LINE
           WRITE BILL-LINE
           MOVE LBL-BILL-DATE TO WS-BTL-BILL-DATE
           MOVE LBL-ACCT-ID TO WS-BTL-ACCT-ID
           MOVE WS-BILL-TITLE-LINE TO BILL-LINE
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

       2800-REPORT-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE ACCT-ID TO WS-RGD-ACCT-ID
           MOVE ACCT-CUST-ID TO WS-RGD-CUST-ID
           MOVE ZERO TO WS-RGD-AMOUNT-DUE
           MOVE ZERO TO WS-RGD-DUE-DATE
           MOVE WS-DISPOSITION TO WS-RGD-DISPOSITION
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   SET ACCT-EOF TO TRUE
           END-READ.

       2920-READ-SCHEDULE.
           MOVE 'N' TO WS-SKD-WANTED-SW
           PERFORM 2925-READ-SCHEDULE-LINE
               UNTIL SKD-EOF OR SKD-WANTED.

       2925-READ-SCHEDULE-LINE.
           READ SCHEDULE-FILE
               AT END
                   SET SKD-EOF TO TRUE
                   MOVE WS-HIGH-KEY-10 TO WS-SKD-KEY
               NOT AT END
                   IF SKD-ACCT-ID-X NUMERIC
                       SET SKD-WANTED TO TRUE
                       MOVE SKD-ACCT-ID TO WS-SKD-KEY
                   END-IF
           END-READ.

       3000-FINALIZE.
           PERFORM 3100-WRITE-REGISTER-SUMMARY
           CLOSE ACCOUNT-MASTER
           CLOSE SCHEDULE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE DELINQUENCY-FILE
           CLOSE ACCRUAL-FILE
           CLOSE BILL-LOG
           CLOSE BILL-FILE
           CLOSE BILLING-REGISTER
           DISPLAY 'LOANBILL - ACTIVE LOANS READ  : ' WS-LOAN-COUNT
           DISPLAY 'LOANBILL - BILLS PRODUCED     : ' WS-BILLED-COUNT
           DISPLAY 'LOANBILL - BILLS FROM BILL LOG: '
               WS-RELOGGED-COUNT
           DISPLAY 'LOANBILL - LOANS NOT BILLED   : ' WS-SKIPPED-COUNT.

       3100-WRITE-REGISTER-SUMMARY.
           MOVE WS-BLANK-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 'ACTIVE LOANS READ       :' TO WS-SUM-LABEL
           MOVE WS-LOAN-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 'BILLS PRODUCED          :' TO WS-SUM-LABEL
           MOVE WS-BILLED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 'BILLS FROM BILL LOG     :' TO WS-SUM-LABEL
           MOVE WS-RELOGGED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 'BILLS WITH PAST DUE     :' TO WS-SUM-LABEL
           MOVE WS-PAST-DUE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 'LOANS NOT BILLED        :' TO WS-SUM-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 'TOTAL PAST DUE BILLED   :' TO WS-TOT-LABEL
           MOVE WS-TOTAL-PAST-DUE TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE 'TOTAL AMOUNT DUE BILLED :' TO WS-TOT-LABEL
           MOVE WS-TOTAL-DUE TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.

       5300-SET-MONTH-END-DAY.
           EVALUATE WS-ROLL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 2
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-ROLL-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
                   DIVIDE WS-ROLL-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-END-DAY
                       DIVIDE WS-ROLL-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE.
