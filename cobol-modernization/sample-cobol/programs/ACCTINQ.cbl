      *    A TELLER SEES THE WHOLE OWNERSHIP PICTURE INSTEAD OF JUST
      *    THE ONE ACCT-CUST-ID THE MASTER CARRIES.  NOTHING HERE IS
      *    EVER UPDATED - THIS IS A READ-ONLY LOOKUP.
      *    A TERM DEPOSIT ALSO SHOWS ITS TERM, CONTRACT RATE, START AND
      *    MATURITY DATES, STANDING INSTRUCTION AND TERM STATUS FROM THE
      *    TERM-DEPOSIT FILE.  THE CUSTOMER DETAIL CARRIES THE RISK
      *    RATING, LAST AND NEXT REVIEW DATES FROM THE DUE-DILIGENCE
      *    FILE AND THE REVIEW STATUS AS KYCREVW WOULD ROSTER IT:
      *    OVERDUE WHEN THE NEXT REVIEW IS BEFORE TODAY, DUE WHEN IT
      *    FALLS WITHIN THE NEXT 30 DAYS, OTHERWISE CURRENT.  AN OVERDUE
      *    CUSTOMER CANNOT BE GIVEN A NEW ACCOUNT.  WHEN THE REQUEST
      *    CARRIES AN AS-OF DATE, EACH ACCOUNT SHOWN ALSO QUOTES ITS
      *    CLOSING BALANCE ON THAT DATE FROM THE BALANCE HISTORY,
      *    THROUGH BALHSTQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS OWN-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-OWNR-FS.

           SELECT OPTIONAL TERM-DEPOSIT-FILE ASSIGN TO TDEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDP-ACCT-ID
               FILE STATUS IS WS-TDEP-FS.

           SELECT OPTIONAL DUE-DILIGENCE-FILE ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDR-CUST-ID
               FILE STATUS IS WS-KYC-FS.

           SELECT INQUIRY-RESPONSE ASSIGN TO INQRESP
               ORGANIZATION IS SEQUENTIAL.

              88 INQ-BY-CUSTOMER       VALUE 'C'.
              88 INQ-BY-ACCOUNT        VALUE 'A'.
           05 INQ-KEY                  PIC 9(10).
           05 INQ-AS-OF-DATE           PIC 9(8).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  OWNER-XREF-RECORD.
           COPY OWNER-XREF-RECORD.

       FD  TERM-DEPOSIT-FILE
           RECORDING MODE IS F.
       01  TERM-DEPOSIT-RECORD.
           COPY TERM-DEPOSIT-RECORD.

       FD  DUE-DILIGENCE-FILE
           RECORDING MODE IS F.
       01  DUE-DILIGENCE-RECORD.
           COPY DUE-DILIGENCE-RECORD.

       FD  INQUIRY-RESPONSE
           RECORDING MODE IS F.
       01  RESPONSE-LINE                  PIC X(80).

       01  WS-OWNR-FS                  PIC XX VALUE SPACES.

       01  WS-TDEP-FS                  PIC XX VALUE SPACES.

       01  WS-KYC-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-REQUEST-EOF           PIC X VALUE 'N'.
              88 REQUEST-EOF           VALUE 'Y'.
              88 OWNR-SCAN-DONE        VALUE 'Y'.
           05 WS-JACCT-FOUND-SW        PIC X VALUE 'N'.
              88 JACCT-FOUND           VALUE 'Y'.
           05 WS-TDEP-FOUND-SW         PIC X VALUE 'N'.
              88 TDEP-FOUND            VALUE 'Y'.
           05 WS-KYC-FOUND-SW          PIC X VALUE 'N'.
              88 KYC-FOUND             VALUE 'Y'.

       01  WS-SCAN-ACCT-ID              PIC 9(10) VALUE ZERO.

       01  WS-SAVE-CUST-ID              PIC 9(8) VALUE ZERO.
       01  WS-SAVE-ACCT-ID              PIC 9(10) VALUE ZERO.
       01  WS-MAX-RECENT                 PIC 9(3) VALUE 5.
       01  WS-TODAY                      PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP              PIC X(26) VALUE SPACES.
       01  WS-KYC-DUE-WINDOW-DAYS        PIC 9(3) VALUE 30.
       01  WS-KYC-DUE-LIMIT-DATE         PIC 9(8) VALUE ZERO.

      * BALHSTQ CALL AREA FOR A PAST CLOSING BALANCE.
       01  WS-QUOTE-ACCT-ID              PIC 9(10) VALUE ZERO.
       01  WS-QUOTE-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-QUOTE-BALANCE              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
       01  WS-QUOTE-BALANCE-DATE         PIC 9(8) VALUE ZERO.
       01  WS-QUOTE-FOUND-SW             PIC X VALUE 'N'.
           88 QUOTE-FOUND                VALUE 'Y'.

      * SLIDING WINDOW OF THE MOST RECENT PAYMENTS SEEN FOR THE
      * ACCOUNT CURRENTLY BEING SHOWN.  THE ALTERNATE-KEY SCAN ON
           05 FILLER                    PIC X(7)  VALUE 'STATUS:'.
           05 WS-CL-CUST-STATUS          PIC X     VALUE SPACES.

       01  WS-KYC-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 FILLER                    PIC X(5)  VALUE 'RISK:'.
           05 WS-KL-RATING               PIC X(6)  VALUE SPACES.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'LAST REVIEW:'.
           05 WS-KL-LAST-REVIEW          PIC 9(8)  VALUE ZERO.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(9)  VALUE 'NEXT DUE:'.
           05 WS-KL-NEXT-REVIEW          PIC 9(8)  VALUE ZERO.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(7)  VALUE 'REVIEW:'.
           05 WS-KL-REVIEW-STATUS        PIC X(11) VALUE SPACES.

       01  WS-ACCT-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 FILLER                    PIC X(8)  VALUE 'ACCT-ID:'.
           05 FILLER                    PIC X(8)  VALUE 'BALANCE:'.
           05 WS-AL-ACCT-BALANCE         PIC -Z(9)9.99 VALUE ZERO.

       01  WS-TERM-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 FILLER                    PIC X(5)  VALUE 'TERM:'.
           05 WS-TL-TERM-MONTHS          PIC 9(3)  VALUE ZERO.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(5)  VALUE 'RATE:'.
           05 WS-TL-RATE                 PIC 9.9(6) VALUE ZERO.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(6)  VALUE 'START:'.
           05 WS-TL-START-DATE           PIC 9(8)  VALUE ZERO.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(8)  VALUE 'MATURES:'.
           05 WS-TL-MATURITY-DATE        PIC 9(8)  VALUE ZERO.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(6)  VALUE 'INSTR:'.
           05 WS-TL-INSTRUCTION          PIC X     VALUE SPACES.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(3)  VALUE 'ST:'.
           05 WS-TL-STATUS               PIC X     VALUE SPACES.

       01  WS-PAST-BALANCE-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 FILLER                    PIC X(8)  VALUE 'AS OF:  '.
           05 WS-PB-AS-OF-DATE           PIC 9(8)  VALUE ZERO.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(8)  VALUE 'CLOSING:'.
           05 WS-PB-BALANCE              PIC -Z(9)9.99 VALUE ZERO.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(9)  VALUE 'SNAPSHOT:'.
           05 WS-PB-SNAPSHOT-DATE        PIC 9(8)  VALUE ZERO.

       01  WS-NO-PAST-BALANCE-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 FILLER                    PIC X(8)  VALUE 'AS OF:  '.
           05 WS-NPB-AS-OF-DATE          PIC 9(8)  VALUE ZERO.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 FILLER                    PIC X(26)
               VALUE 'NO BALANCE HISTORY ON FILE'.

       01  WS-PAYMENT-LINE.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(9)  VALUE 'TRANS-ID:'.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           COMPUTE WS-KYC-DUE-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                + WS-KYC-DUE-WINDOW-DAYS)
           OPEN INPUT  INQUIRY-REQUEST-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  PAYMENT-FILE
           OPEN INPUT  OWNER-XREF-FILE
           OPEN INPUT  TERM-DEPOSIT-FILE
           OPEN INPUT  DUE-DILIGENCE-FILE
           OPEN OUTPUT INQUIRY-RESPONSE
           PERFORM 2910-READ-REQUEST.

           MOVE CUST-NAME IN CUSTOMER-RECORD TO WS-CL-CUST-NAME
           MOVE CUST-STATUS IN CUSTOMER-RECORD TO WS-CL-CUST-STATUS
           MOVE WS-CUST-LINE TO RESPONSE-LINE
           WRITE RESPONSE-LINE
           PERFORM 2125-SHOW-DUE-DILIGENCE.

       2125-SHOW-DUE-DILIGENCE.
           MOVE 'N' TO WS-KYC-FOUND-SW
           MOVE CUST-ID IN CUSTOMER-RECORD TO DDR-CUST-ID
           READ DUE-DILIGENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KYC-FOUND TO TRUE
           END-READ
           IF KYC-FOUND
               EVALUATE TRUE
                   WHEN DDR-RISK-LOW
                       MOVE 'LOW   ' TO WS-KL-RATING
                   WHEN DDR-RISK-MEDIUM
                       MOVE 'MEDIUM' TO WS-KL-RATING
                   WHEN DDR-RISK-HIGH
                       MOVE 'HIGH  ' TO WS-KL-RATING
                   WHEN OTHER
                       MOVE DDR-RISK-RATING TO WS-KL-RATING
               END-EVALUATE
               MOVE DDR-LAST-REVIEW-DATE TO WS-KL-LAST-REVIEW
               MOVE DDR-NEXT-REVIEW-DATE TO WS-KL-NEXT-REVIEW
               EVALUATE TRUE
                   WHEN DDR-NEXT-REVIEW-DATE < WS-TODAY
                       MOVE 'OVERDUE    ' TO WS-KL-REVIEW-STATUS
                   WHEN DDR-NEXT-REVIEW-DATE <= WS-KYC-DUE-LIMIT-DATE
                       MOVE 'DUE        ' TO WS-KL-REVIEW-STATUS
                   WHEN OTHER
                       MOVE 'CURRENT    ' TO WS-KL-REVIEW-STATUS
               END-EVALUATE
           ELSE
               MOVE SPACES TO WS-KL-RATING
               MOVE ZERO TO WS-KL-LAST-REVIEW
               MOVE ZERO TO WS-KL-NEXT-REVIEW
               MOVE 'NOT ON FILE' TO WS-KL-REVIEW-STATUS
           END-IF
           MOVE WS-KYC-LINE TO RESPONSE-LINE
           WRITE RESPONSE-LINE.

       2130-SHOW-CUSTOMER-ACCOUNTS.
           MOVE ACCT-STATUS IN ACCOUNT-RECORD TO WS-AL-ACCT-STATUS
           MOVE ACCT-BALANCE IN ACCOUNT-RECORD TO WS-AL-ACCT-BALANCE
           MOVE WS-ACCT-LINE TO RESPONSE-LINE
           WRITE RESPONSE-LINE
           IF INQ-AS-OF-DATE NUMERIC
               AND INQ-AS-OF-DATE > ZERO
               PERFORM 2320-SHOW-PAST-BALANCE
           END-IF
           IF ACCT-TERM-DEPOSIT IN ACCOUNT-RECORD
               PERFORM 2350-SHOW-TERM-DETAIL
           END-IF.

       2320-SHOW-PAST-BALANCE.
           MOVE ACCT-ID IN ACCOUNT-RECORD TO WS-QUOTE-ACCT-ID
           MOVE INQ-AS-OF-DATE TO WS-QUOTE-DATE
           CALL 'BALHSTQ' USING WS-QUOTE-ACCT-ID WS-QUOTE-DATE
               WS-QUOTE-BALANCE WS-QUOTE-BALANCE-DATE
               WS-QUOTE-FOUND-SW
           IF QUOTE-FOUND
               MOVE INQ-AS-OF-DATE TO WS-PB-AS-OF-DATE
               MOVE WS-QUOTE-BALANCE TO WS-PB-BALANCE
               MOVE WS-QUOTE-BALANCE-DATE TO WS-PB-SNAPSHOT-DATE
               MOVE WS-PAST-BALANCE-LINE TO RESPONSE-LINE
           ELSE
               MOVE INQ-AS-OF-DATE TO WS-NPB-AS-OF-DATE
               MOVE WS-NO-PAST-BALANCE-LINE TO RESPONSE-LINE
           END-IF
           WRITE RESPONSE-LINE.

       2350-SHOW-TERM-DETAIL.
           MOVE 'N' TO WS-TDEP-FOUND-SW
           MOVE ACCT-ID IN ACCOUNT-RECORD TO TDP-ACCT-ID
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TDEP-FOUND TO TRUE
           END-READ
           IF TDEP-FOUND
               MOVE TDP-TERM-MONTHS TO WS-TL-TERM-MONTHS
               MOVE TDP-CONTRACT-RATE TO WS-TL-RATE
               MOVE TDP-START-DATE TO WS-TL-START-DATE
               MOVE TDP-MATURITY-DATE TO WS-TL-MATURITY-DATE
               MOVE TDP-INSTRUCTION TO WS-TL-INSTRUCTION
               MOVE TDP-STATUS TO WS-TL-STATUS
               MOVE WS-TERM-LINE TO RESPONSE-LINE
               WRITE RESPONSE-LINE
           END-IF.

       2400-SHOW-RECENT-PAYMENTS.
           MOVE ACCT-ID IN ACCOUNT-RECORD TO WS-SAVE-ACCT-ID
           MOVE WS-SAVE-ACCT-ID TO PAY-ACCT-ID
           CLOSE ACCOUNT-MASTER
           CLOSE PAYMENT-FILE
           CLOSE OWNER-XREF-FILE
           CLOSE TERM-DEPOSIT-FILE
           CLOSE DUE-DILIGENCE-FILE
           CLOSE INQUIRY-RESPONSE
           DISPLAY 'ACCTINQ - INQUIRIES PROCESSED : ' WS-REQUEST-COUNT.
