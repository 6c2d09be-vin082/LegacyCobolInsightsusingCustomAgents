       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREVW.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    MONTHLY CUSTOMER DUE-DILIGENCE REVIEW RUN.  THE KYCPARM
      *    CONTROL CARD CARRIES THE RUN DATE, THE MONTH UNDER REVIEW
      *    (PERIOD START AND END) AND THE DUE WINDOW IN DAYS (30
      *    WHEN LEFT ZERO).  THE RUN HAS TWO PASSES.
      *
      *    RATING RAISES.  EVERY HIT LRGTRANS APPENDED TO THE
      *    COMPLIANCE HIT FILE WITH A HIT DATE INSIDE THE PERIOD -
      *    A LARGE ITEM OR A STRUCTURING DAY - RAISES THE CUSTOMER'S
      *    RISK RATING ONE STEP (LOW TO MEDIUM, MEDIUM TO HIGH) AND
      *    BRINGS THE NEXT REVIEW FORWARD TO THE RUN DATE, SO THE
      *    CUSTOMER APPEARS AS DUE ON THIS ROSTER AND AS OVERDUE ON
      *    THE NEXT ONE UNLESS COMPLIANCE RECORDS A REVIEW THROUGH
      *    KYCMNT.  A CUSTOMER ALREADY RATED HIGH HAS ONLY THE
      *    REVIEW BROUGHT FORWARD.  A CUSTOMER IS RAISED ONCE PER
      *    RUN HOWEVER MANY HITS THEY HAVE, SO A RERUN FOR THE SAME
      *    RUN DATE RAISES NOBODY TWICE.  A HIT DATED BEFORE THE
      *    CUSTOMER'S LAST COMPLETED REVIEW IS IGNORED - THE REVIEW
      *    HAS ALREADY TAKEN IT INTO ACCOUNT.  A HIT CUSTOMER WITH NO
      *    DUE-DILIGENCE RECORD IS GIVEN ONE RATED MEDIUM AND DUE ON
      *    THE RUN DATE.  EVERY CHANGE IS JOURNALLED THROUGH MNTJRNL.
      *
      *    ROSTER.  THE WHOLE DUE-DILIGENCE FILE IS THEN LISTED IN
      *    CUST-ID ORDER: A CUSTOMER WHOSE NEXT REVIEW DATE IS BEFORE
      *    THE RUN DATE IS OVERDUE (WITH THE DAYS OVERDUE), ONE DUE
      *    ON OR BEFORE THE RUN DATE PLUS THE DUE WINDOW IS DUE, AND
      *    THE REST ARE CURRENT AND ONLY COUNTED.  CUSTMNT REFUSES
      *    NEW ACCOUNTS FOR AN OVERDUE CUSTOMER AND ACCTINQ SHOWS THE
      *    SAME STATUS TO THE TELLER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO KYCPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL COMPLIANCE-HIT-FILE ASSIGN TO LRGHITS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-FS.

           SELECT OPTIONAL DUE-DILIGENCE-FILE ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDR-CUST-ID
               FILE STATUS IS WS-KYC-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FS.

           SELECT KYC-REVIEW-REPORT ASSIGN TO KYCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).
           05 PARM-PERIOD-START       PIC 9(8).
           05 PARM-PERIOD-END         PIC 9(8).
           05 PARM-DUE-WINDOW-DAYS    PIC 9(3).

       FD  COMPLIANCE-HIT-FILE
           RECORDING MODE IS F.
       01  COMPLIANCE-HIT-RECORD.
           COPY COMPLIANCE-HIT-RECORD.

       FD  DUE-DILIGENCE-FILE
           RECORDING MODE IS F.
       01  DUE-DILIGENCE-RECORD.
           COPY DUE-DILIGENCE-RECORD.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-RECORD.

       FD  KYC-REVIEW-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'KYCREVW '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-HIT-FS                   PIC XX VALUE SPACES.
       01  WS-KYC-FS                   PIC XX VALUE SPACES.
       01  WS-CUST-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-HIT-EOF              PIC X VALUE 'N'.
              88 HIT-EOF              VALUE 'Y'.
           05 WS-KYC-EOF              PIC X VALUE 'N'.
              88 KYC-EOF              VALUE 'Y'.
           05 WS-KYC-FOUND-SW         PIC X VALUE 'N'.
              88 KYC-FOUND            VALUE 'Y'.
           05 WS-CUST-FOUND-SW        PIC X VALUE 'N'.
              88 CUST-FOUND           VALUE 'Y'.

       01  WS-PARM.
           05 WS-RUN-DATE             PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-START         PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-END           PIC 9(8) VALUE ZERO.
           05 WS-DUE-WINDOW-DAYS      PIC 9(3) VALUE ZERO.

       01  WS-DUE-LIMIT-DATE           PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OVERDUE             PIC 9(5) VALUE ZERO.
       01  WS-OLD-RATING               PIC X VALUE SPACE.
       01  WS-CUST-NAME-SAVE           PIC X(40) VALUE SPACES.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'KYCFILE '.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'KYCREVW '.

       01  WS-COUNTERS.
           05 WS-HIT-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-HIT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-RAISED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-CREATED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ALREADY-HIGH-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-SKIPPED-HIT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-NO-CUST-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-OVERDUE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-DUE-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-CURRENT-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HDG-TEXT              PIC X(60) VALUE SPACES.

       01  WS-RAISE-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-RSE-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RSE-CUST-NAME         PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RSE-HIT-TYPE          PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RSE-HIT-DATE          PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RSE-OLD-RATING        PIC X     VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE '->'.
           05 WS-RSE-NEW-RATING        PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RSE-DISPOSITION       PIC X(24) VALUE SPACES.

       01  WS-ROSTER-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-RST-STATUS            PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RST-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RST-CUST-NAME         PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-RST-RATING            PIC X     VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-RST-LAST-REVIEW       PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-RST-NEXT-REVIEW       PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-RST-DAYS-OVERDUE      PIC ZZZZ9 VALUE ZERO.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HIT UNTIL HIT-EOF
           PERFORM 2500-START-ROSTER
           PERFORM 2600-ROSTER-CUSTOMER UNTIL KYC-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-RUN-DATE        TO WS-RUN-DATE
                   MOVE PARM-PERIOD-START    TO WS-PERIOD-START
                   MOVE PARM-PERIOD-END      TO WS-PERIOD-END
                   MOVE PARM-DUE-WINDOW-DAYS TO WS-DUE-WINDOW-DAYS
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'KYCREVW - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

      *    WITHOUT A RUN DATE NOTHING CAN BE CALLED DUE OR OVERDUE, SO
      *    A MISSING CARD STOPS THE RUN.  A CARD WITH NO PERIOD TAKES
      *    THE CALENDAR MONTH OF THE RUN DATE UP TO THE RUN DATE.
       1000-INITIALIZE.
           IF WS-RUN-DATE = ZERO
               DISPLAY 'KYCREVW - NO RUN DATE ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           IF WS-PERIOD-START = ZERO
               MOVE WS-RUN-DATE TO WS-PERIOD-START
               MOVE '01' TO WS-PERIOD-START (7:2)
           END-IF
           IF WS-PERIOD-END = ZERO
               MOVE WS-RUN-DATE TO WS-PERIOD-END
           END-IF
           IF WS-DUE-WINDOW-DAYS = ZERO
               MOVE 30 TO WS-DUE-WINDOW-DAYS
           END-IF
           COMPUTE WS-DUE-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                + WS-DUE-WINDOW-DAYS)
           OPEN INPUT  COMPLIANCE-HIT-FILE
           OPEN I-O    DUE-DILIGENCE-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN OUTPUT KYC-REVIEW-REPORT
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'RISK RATINGS RAISED FROM LARGE-ITEM/STRUCTURING HITS'
               TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2910-READ-HIT.

       2000-PROCESS-HIT.
           IF CHT-HIT-DATE >= WS-PERIOD-START
               AND CHT-HIT-DATE <= WS-PERIOD-END
               ADD 1 TO WS-PERIOD-HIT-COUNT
               PERFORM 2100-APPLY-HIT
           END-IF
           PERFORM 2910-READ-HIT.

       2100-APPLY-HIT.
           PERFORM 2110-LOCATE-KYC-RECORD
           MOVE CHT-CUST-ID TO WS-RSE-CUST-ID
           MOVE CHT-HIT-TYPE TO WS-RSE-HIT-TYPE
           MOVE CHT-HIT-DATE TO WS-RSE-HIT-DATE
           EVALUATE TRUE
               WHEN NOT KYC-FOUND
                   PERFORM 2200-CREATE-KYC-RECORD
               WHEN DDR-RATED-BY-MONITORING
                   AND DDR-RATING-DATE = WS-RUN-DATE
                   ADD 1 TO WS-SKIPPED-HIT-COUNT
               WHEN CHT-HIT-DATE < DDR-LAST-REVIEW-DATE
                   ADD 1 TO WS-SKIPPED-HIT-COUNT
               WHEN OTHER
                   PERFORM 2300-RAISE-RATING
           END-EVALUATE.

       2110-LOCATE-KYC-RECORD.
           MOVE 'N' TO WS-KYC-FOUND-SW
           MOVE CHT-CUST-ID TO DDR-CUST-ID
           READ DUE-DILIGENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KYC-FOUND TO TRUE
           END-READ.

       2200-CREATE-KYC-RECORD.
           MOVE CHT-CUST-ID TO DDR-CUST-ID
           PERFORM 2400-FETCH-CUSTOMER-NAME
           IF NOT CUST-FOUND
               ADD 1 TO WS-NO-CUST-COUNT
               MOVE SPACE TO WS-RSE-OLD-RATING
               MOVE SPACE TO WS-RSE-NEW-RATING
               MOVE 'CUSTOMER NOT ON FILE' TO WS-RSE-DISPOSITION
           ELSE
               MOVE SPACES TO DUE-DILIGENCE-RECORD
               MOVE CHT-CUST-ID TO DDR-CUST-ID
               SET DDR-RISK-MEDIUM TO TRUE
               MOVE ZERO TO DDR-LAST-REVIEW-DATE
               MOVE WS-RUN-DATE TO DDR-NEXT-REVIEW-DATE
               MOVE WS-RUN-DATE TO DDR-RATING-DATE
               SET DDR-RATED-BY-MONITORING TO TRUE
               WRITE DUE-DILIGENCE-RECORD
               ADD 1 TO WS-CREATED-COUNT
               MOVE 'A' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               PERFORM 2650-CALL-JOURNAL
               MOVE SPACE TO WS-RSE-OLD-RATING
               MOVE DDR-RISK-RATING TO WS-RSE-NEW-RATING
               MOVE 'NEW RECORD - REVIEW DUE' TO WS-RSE-DISPOSITION
           END-IF
           PERFORM 2800-WRITE-RAISE-LINE.

       2300-RAISE-RATING.
           PERFORM 2400-FETCH-CUSTOMER-NAME
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE DUE-DILIGENCE-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE DDR-RISK-RATING TO WS-OLD-RATING
           EVALUATE TRUE
               WHEN DDR-RISK-LOW
                   SET DDR-RISK-MEDIUM TO TRUE
               WHEN OTHER
                   SET DDR-RISK-HIGH TO TRUE
           END-EVALUATE
           IF WS-OLD-RATING = 'H'
               ADD 1 TO WS-ALREADY-HIGH-COUNT
               MOVE 'ALREADY HIGH - DUE NOW' TO WS-RSE-DISPOSITION
           ELSE
               ADD 1 TO WS-RAISED-COUNT
               MOVE 'RATING RAISED - DUE NOW' TO WS-RSE-DISPOSITION
           END-IF
           IF DDR-NEXT-REVIEW-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO DDR-NEXT-REVIEW-DATE
           END-IF
           MOVE WS-RUN-DATE TO DDR-RATING-DATE
           SET DDR-RATED-BY-MONITORING TO TRUE
           MOVE SPACES TO DDR-OPERATOR-REF
           REWRITE DUE-DILIGENCE-RECORD
           MOVE 'C' TO WS-JRN-ACTION
           PERFORM 2650-CALL-JOURNAL
           MOVE WS-OLD-RATING TO WS-RSE-OLD-RATING
           MOVE DDR-RISK-RATING TO WS-RSE-NEW-RATING
           PERFORM 2800-WRITE-RAISE-LINE.

       2400-FETCH-CUSTOMER-NAME.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE SPACES TO WS-CUST-NAME-SAVE
           MOVE DDR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NAME NOT ON FILE' TO WS-CUST-NAME-SAVE
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
                   MOVE CUST-NAME TO WS-CUST-NAME-SAVE
           END-READ.

       2500-START-ROSTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'CUSTOMER REVIEW ROSTER - OVERDUE AND DUE'
               TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO DDR-CUST-ID
           START DUE-DILIGENCE-FILE KEY IS >= DDR-CUST-ID
               INVALID KEY
                   SET KYC-EOF TO TRUE
           END-START
           IF NOT KYC-EOF
               PERFORM 2920-READ-KYC-NEXT
           END-IF.

       2600-ROSTER-CUSTOMER.
           EVALUATE TRUE
               WHEN DDR-NEXT-REVIEW-DATE < WS-RUN-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   COMPUTE WS-DAYS-OVERDUE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(DDR-NEXT-REVIEW-DATE)
                   MOVE 'OVERDUE ' TO WS-RST-STATUS
                   PERFORM 2700-WRITE-ROSTER-LINE
               WHEN DDR-NEXT-REVIEW-DATE <= WS-DUE-LIMIT-DATE
                   ADD 1 TO WS-DUE-COUNT
                   MOVE ZERO TO WS-DAYS-OVERDUE
                   MOVE 'DUE     ' TO WS-RST-STATUS
                   PERFORM 2700-WRITE-ROSTER-LINE
               WHEN OTHER
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE
           PERFORM 2920-READ-KYC-NEXT.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE DDR-CUST-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE DUE-DILIGENCE-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE SPACES TO WS-JRN-OPERATOR-REF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2700-WRITE-ROSTER-LINE.
           PERFORM 2400-FETCH-CUSTOMER-NAME
           MOVE DDR-CUST-ID TO WS-RST-CUST-ID
           MOVE WS-CUST-NAME-SAVE TO WS-RST-CUST-NAME
           MOVE DDR-RISK-RATING TO WS-RST-RATING
           MOVE DDR-LAST-REVIEW-DATE TO WS-RST-LAST-REVIEW
           MOVE DDR-NEXT-REVIEW-DATE TO WS-RST-NEXT-REVIEW
           MOVE WS-DAYS-OVERDUE TO WS-RST-DAYS-OVERDUE
           MOVE WS-ROSTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2800-WRITE-RAISE-LINE.
           MOVE WS-CUST-NAME-SAVE TO WS-RSE-CUST-NAME
           MOVE WS-RAISE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2910-READ-HIT.
           READ COMPLIANCE-HIT-FILE
               AT END
                   SET HIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIT-COUNT
           END-READ.

       2920-READ-KYC-NEXT.
           READ DUE-DILIGENCE-FILE NEXT RECORD
               AT END
                   SET KYC-EOF TO TRUE
           END-READ.

       3000-FINALIZE.
           PERFORM 3100-WRITE-TOTALS
           CLOSE COMPLIANCE-HIT-FILE
           CLOSE DUE-DILIGENCE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE KYC-REVIEW-REPORT
           DISPLAY 'KYCREVW - HITS READ           : ' WS-HIT-COUNT
           DISPLAY 'KYCREVW - HITS IN PERIOD      : '
               WS-PERIOD-HIT-COUNT
           DISPLAY 'KYCREVW - RATINGS RAISED      : ' WS-RAISED-COUNT
           DISPLAY 'KYCREVW - RECORDS CREATED     : ' WS-CREATED-COUNT
           DISPLAY 'KYCREVW - REVIEWS OVERDUE     : ' WS-OVERDUE-COUNT
           DISPLAY 'KYCREVW - REVIEWS DUE         : ' WS-DUE-COUNT.

       3100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'HITS IN PERIOD         :' TO WS-SUM-LABEL
           MOVE WS-PERIOD-HIT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RATINGS RAISED         :' TO WS-SUM-LABEL
           MOVE WS-RAISED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ALREADY HIGH           :' TO WS-SUM-LABEL
           MOVE WS-ALREADY-HIGH-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NEW RECORDS CREATED    :' TO WS-SUM-LABEL
           MOVE WS-CREATED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'HITS NOT APPLIED       :' TO WS-SUM-LABEL
           MOVE WS-SKIPPED-HIT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'HITS WITH NO CUSTOMER  :' TO WS-SUM-LABEL
           MOVE WS-NO-CUST-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'REVIEWS OVERDUE        :' TO WS-SUM-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'REVIEWS DUE            :' TO WS-SUM-LABEL
           MOVE WS-DUE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'REVIEWS CURRENT        :' TO WS-SUM-LABEL
           MOVE WS-CURRENT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
