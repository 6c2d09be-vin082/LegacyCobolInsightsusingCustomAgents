      *    REPORTED WITH ITS FULL COUNT SO COMPLIANCE KNOWS TO PULL
      *    THE REST FROM THE MASTER).  CUSTOMER NAMES ARE PULLED
      *    FROM THE CUSTOMER MASTER.
      *    EVERY LARGE ITEM AND EVERY STRUCTURING DAY IS ALSO APPENDED
      *    TO THE COMPLIANCE HIT FILE, ONE RECORD PER HIT, SO THE
      *    MONTHLY DUE-DILIGENCE REVIEW (KYCREVW) CAN RAISE THE
      *    CUSTOMER'S RISK RATING WITHOUT RE-READING THE PRINTED REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLIANCE-REPORT ASSIGN TO LRGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL COMPLIANCE-HIT-FILE ASSIGN TO LRGHITS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       FD  COMPLIANCE-HIT-FILE
           RECORDING MODE IS F.
       01  COMPLIANCE-HIT-RECORD.
           COPY COMPLIANCE-HIT-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.

       01  WS-PAY-FS                   PIC XX VALUE SPACES.
       01  WS-CUST-FS                  PIC XX VALUE SPACES.
       01  WS-HIT-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-PAY-EOF              PIC X VALUE 'N'.
           OPEN INPUT  SORTED-PAYMENT-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT COMPLIANCE-REPORT
           OPEN EXTEND COMPLIANCE-HIT-FILE
           PERFORM 2910-READ-PAYMENT.

       2000-PROCESS-PAYMENT.
           MOVE WS-PAY-DATE TO WS-LRG-DATE
           MOVE WS-LARGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GROUP-CUST-ID TO CHT-CUST-ID
           MOVE WS-PAY-DATE TO CHT-HIT-DATE
           SET CHT-LARGE-ITEM TO TRUE
           MOVE PAY-AMOUNT OF SORTED-PAYMENT-RECORD TO CHT-AMOUNT
           MOVE PAY-TRANS-ID OF SORTED-PAYMENT-RECORD
               TO CHT-TRANS-ID
           MOVE 1 TO CHT-ITEM-COUNT
           WRITE COMPLIANCE-HIT-RECORD
           ADD 1 TO WS-LARGE-COUNT.

       2400-FETCH-CUSTOMER-NAME.
               MOVE WS-ID-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-GROUP-CUST-ID TO CHT-CUST-ID
           MOVE WS-GROUP-DATE TO CHT-HIT-DATE
           SET CHT-STRUCTURING TO TRUE
           MOVE WS-GROUP-TOTAL TO CHT-AMOUNT
           MOVE ZERO TO CHT-TRANS-ID
           MOVE WS-GROUP-COUNT TO CHT-ITEM-COUNT
           WRITE COMPLIANCE-HIT-RECORD
           ADD 1 TO WS-STRUCTURING-COUNT.

       2910-READ-PAYMENT.
           CLOSE SORTED-PAYMENT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE COMPLIANCE-REPORT
           CLOSE COMPLIANCE-HIT-FILE
           DISPLAY 'LRGTRANS - APPROVED ITEMS SCANNED : '
               WS-SCANNED-COUNT
           DISPLAY 'LRGTRANS - LARGE ITEMS REPORTED   : '
