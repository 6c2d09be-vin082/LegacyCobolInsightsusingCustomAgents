       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMNT.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    CUSTOMER DUE-DILIGENCE FILE MAINTENANCE.  READS THE
      *    COMPLIANCE REVIEW TRANSACTION FILE AND APPLIES IT TO THE
      *    DUE-DILIGENCE FILE, ONE RECORD PER CUSTOMER KEYED BY
      *    CUST-ID, CARRYING THE RISK RATING (L LOW, M MEDIUM, H
      *    HIGH), THE DATE OF THE LAST COMPLETED REVIEW AND THE DATE
      *    THE NEXT ONE IS DUE.  AN A TRANSACTION SETS UP THE RECORD
      *    FOR A CUSTOMER WHO HAS NONE; AN R TRANSACTION RECORDS A
      *    COMPLETED PERIODIC REVIEW, REPLACING THE RATING AND BOTH
      *    DATES.  WHEN THE TRANSACTION LEAVES THE NEXT REVIEW DATE
      *    BLANK IT IS SET FROM THE RATING: ONE YEAR AFTER THE
      *    REVIEW FOR HIGH RISK, TWO FOR MEDIUM AND THREE FOR LOW.
      *    EVERY TRANSACTION IS EDITED IN THE CUSTMNT STYLE: THE
      *    CUSTOMER MUST EXIST ON THE CUSTOMER MASTER, ADDS MUST NOT
      *    ALREADY EXIST AND REVIEWS MUST, THE RATING MUST BE L/M/H,
      *    THE REVIEW DATE MUST BE A VALID CCYYMMDD AND ANY NEXT
      *    REVIEW DATE GIVEN MUST BE VALID AND LATER THAN IT.  THE
      *    MONTHLY KYCREVW RUN RAISES RATINGS FROM THE LRGTRANS HITS
      *    AND PRINTS THE REVIEW-DUE ROSTER; CUSTMNT REFUSES NEW
      *    ACCOUNTS FOR A CUSTOMER WHOSE REVIEW IS OVERDUE.  EVERY
      *    ACTION AND REJECT IS LISTED ON THE DUE-DILIGENCE REGISTER
      *    AND EVERY ADD AND REVIEW IS JOURNALLED WITH ITS BEFORE AND
      *    AFTER RECORD IMAGE THROUGH THE SHARED MNTJRNL SUBPROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-TRAN-FILE ASSIGN TO KYCTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FS.

           SELECT OPTIONAL DUE-DILIGENCE-FILE ASSIGN TO KYCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DDR-CUST-ID
               FILE STATUS IS WS-KYC-FS.

           SELECT KYC-REGISTER ASSIGN TO KYCMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KYC-TRAN-FILE
           RECORDING MODE IS F.
       01  KYC-TRAN-RECORD.
           05 KYT-ACTION              PIC X.
              88 KYT-ADD              VALUE 'A'.
              88 KYT-REVIEW           VALUE 'R'.
           05 KYT-CUST-ID             PIC X(8).
           05 KYT-RISK-RATING         PIC X.
           05 KYT-REVIEW-DATE         PIC X(8).
           05 KYT-NEXT-REVIEW-DATE    PIC X(8).
           05 KYT-OPERATOR-REF        PIC X(12).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-RECORD.

       FD  DUE-DILIGENCE-FILE
           RECORDING MODE IS F.
       01  DUE-DILIGENCE-RECORD.
           COPY DUE-DILIGENCE-RECORD.

       FD  KYC-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'KYCMNT  '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-CUST-FS                  PIC XX VALUE SPACES.
       01  WS-KYC-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-DATE-VALID-SW        PIC X VALUE 'N'.
              88 DATE-VALID           VALUE 'Y'.
           05 WS-CUST-FOUND-SW        PIC X VALUE 'N'.
              88 CUST-FOUND           VALUE 'Y'.
           05 WS-KYC-FOUND-SW         PIC X VALUE 'N'.
              88 KYC-FOUND            VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.

       01  WS-EDIT-DATE.
           05 WS-EDIT-YEAR            PIC 9(4).
           05 WS-EDIT-MONTH           PIC 9(2).
           05 WS-EDIT-DAY             PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(2) VALUE ZERO.

       01  WS-REVIEW-DATE              PIC 9(8) VALUE ZERO.
       01  WS-NEXT-REVIEW-DATE         PIC 9(8) VALUE ZERO.
       01  WS-NEXT-REVIEW-PARTS REDEFINES WS-NEXT-REVIEW-DATE.
           05 WS-NEXT-YEAR            PIC 9(4).
           05 WS-NEXT-MONTH           PIC 9(2).
           05 WS-NEXT-DAY             PIC 9(2).
       01  WS-REVIEW-INTERVAL-YEARS    PIC 9 VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-ADDED-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-REVIEWED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'KYCFILE '.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'KYCMNT  '.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-ACTION            PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-CUST-ID           PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-RATING            PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-REVIEW-DATE       PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-NEXT-DATE         PIC X(8)  VALUE SPACES.
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
               DISPLAY 'KYCMNT - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT  KYC-TRAN-FILE
           OPEN INPUT  CUSTOMER-MASTER
           OPEN I-O    DUE-DILIGENCE-FILE
           OPEN OUTPUT KYC-REGISTER
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-TRAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE ZERO TO WS-NEXT-REVIEW-DATE
           PERFORM 2100-EDIT-TRAN
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               PERFORM 2200-SET-NEXT-REVIEW-DATE
               IF KYT-ADD
                   PERFORM 2300-ADD-KYC-RECORD
               ELSE
                   PERFORM 2400-RECORD-REVIEW
               END-IF
           END-IF
           PERFORM 2910-READ-TRAN.

       2100-EDIT-TRAN.
           IF NOT KYT-ADD AND NOT KYT-REVIEW
               MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (KYT-CUST-ID NOT NUMERIC
                   OR KYT-CUST-ID = '00000000')
               MOVE 'CUSTOMER ID NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2110-LOCATE-CUSTOMER
               IF NOT CUST-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2120-LOCATE-KYC-RECORD
               IF KYT-ADD AND KYC-FOUND
                   MOVE 'KYC RECORD ALREADY ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
               IF KYT-REVIEW AND NOT KYC-FOUND
                   MOVE 'KYC RECORD NOT ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND KYT-RISK-RATING NOT = 'L'
               AND KYT-RISK-RATING NOT = 'M'
               AND KYT-RISK-RATING NOT = 'H'
               MOVE 'RISK RATING NOT L/M/H' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               MOVE KYT-REVIEW-DATE TO WS-EDIT-DATE
               PERFORM 2700-VALIDATE-DATE
               IF NOT DATE-VALID
                   MOVE 'REVIEW DATE NOT VALID CCYYMMDD'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               ELSE
                   MOVE WS-EDIT-DATE TO WS-REVIEW-DATE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND KYT-NEXT-REVIEW-DATE NOT = SPACES
               MOVE KYT-NEXT-REVIEW-DATE TO WS-EDIT-DATE
               PERFORM 2700-VALIDATE-DATE
               IF NOT DATE-VALID
                   MOVE 'NEXT REVIEW DATE NOT VALID'
                       TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               ELSE
                   MOVE WS-EDIT-DATE TO WS-NEXT-REVIEW-DATE
                   IF WS-NEXT-REVIEW-DATE NOT > WS-REVIEW-DATE
                       MOVE 'NEXT REVIEW NOT AFTER REVIEW'
                           TO WS-EDIT-REASON
                       SET EDIT-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2110-LOCATE-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE KYT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ.

       2120-LOCATE-KYC-RECORD.
           MOVE 'N' TO WS-KYC-FOUND-SW
           MOVE KYT-CUST-ID TO DDR-CUST-ID
           READ DUE-DILIGENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KYC-FOUND TO TRUE
           END-READ.

      * A BLANK NEXT REVIEW DATE IS SET FROM THE RATING.  A REVIEW
      * DONE ON 29 FEBRUARY FALLS DUE ON THE 28TH IN A LATER YEAR.
       2200-SET-NEXT-REVIEW-DATE.
           IF KYT-NEXT-REVIEW-DATE = SPACES
               EVALUATE KYT-RISK-RATING
                   WHEN 'H'
                       MOVE 1 TO WS-REVIEW-INTERVAL-YEARS
                   WHEN 'M'
                       MOVE 2 TO WS-REVIEW-INTERVAL-YEARS
                   WHEN OTHER
                       MOVE 3 TO WS-REVIEW-INTERVAL-YEARS
               END-EVALUATE
               MOVE WS-REVIEW-DATE TO WS-NEXT-REVIEW-DATE
               ADD WS-REVIEW-INTERVAL-YEARS TO WS-NEXT-YEAR
               IF WS-NEXT-MONTH = 2 AND WS-NEXT-DAY = 29
                   MOVE 28 TO WS-NEXT-DAY
               END-IF
           END-IF.

       2300-ADD-KYC-RECORD.
           MOVE SPACES TO DUE-DILIGENCE-RECORD
           MOVE KYT-CUST-ID TO DDR-CUST-ID
           MOVE KYT-RISK-RATING TO DDR-RISK-RATING
           MOVE WS-REVIEW-DATE TO DDR-LAST-REVIEW-DATE
           MOVE WS-NEXT-REVIEW-DATE TO DDR-NEXT-REVIEW-DATE
           MOVE WS-REVIEW-DATE TO DDR-RATING-DATE
           SET DDR-RATED-AT-REVIEW TO TRUE
           MOVE KYT-OPERATOR-REF TO DDR-OPERATOR-REF
           WRITE DUE-DILIGENCE-RECORD
           ADD 1 TO WS-ADDED-COUNT
           MOVE 'A' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE DUE-DILIGENCE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2650-CALL-JOURNAL
           MOVE 'KYC RECORD ADDED' TO WS-REG-DISPOSITION
           PERFORM 2800-WRITE-REGISTER-LINE.

       2400-RECORD-REVIEW.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE DUE-DILIGENCE-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE KYT-RISK-RATING TO DDR-RISK-RATING
           MOVE WS-REVIEW-DATE TO DDR-LAST-REVIEW-DATE
           MOVE WS-NEXT-REVIEW-DATE TO DDR-NEXT-REVIEW-DATE
           MOVE WS-REVIEW-DATE TO DDR-RATING-DATE
           SET DDR-RATED-AT-REVIEW TO TRUE
           MOVE KYT-OPERATOR-REF TO DDR-OPERATOR-REF
           REWRITE DUE-DILIGENCE-RECORD
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE DUE-DILIGENCE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2650-CALL-JOURNAL
           MOVE 'REVIEW RECORDED' TO WS-REG-DISPOSITION
           PERFORM 2800-WRITE-REGISTER-LINE.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE KYT-CUST-ID TO WS-JRN-RECORD-KEY
           MOVE KYT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2700-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-EDIT-DATE NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
                   OR WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
                   CONTINUE
               ELSE
                   PERFORM 2710-SET-MONTH-END-DAY
                   IF WS-EDIT-DAY >= 1
                       AND WS-EDIT-DAY <= WS-MONTH-END-DAY
                       SET DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2710-SET-MONTH-END-DAY.
           EVALUATE WS-EDIT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 2
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-EDIT-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
                   DIVIDE WS-EDIT-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-END-DAY
                       DIVIDE WS-EDIT-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE.

       2800-WRITE-REGISTER-LINE.
           MOVE KYT-ACTION TO WS-REG-ACTION
           MOVE KYT-CUST-ID TO WS-REG-CUST-ID
           MOVE KYT-RISK-RATING TO WS-REG-RATING
           MOVE KYT-REVIEW-DATE TO WS-REG-REVIEW-DATE
           IF WS-NEXT-REVIEW-DATE = ZERO
               MOVE KYT-NEXT-REVIEW-DATE TO WS-REG-NEXT-DATE
           ELSE
               MOVE WS-NEXT-REVIEW-DATE TO WS-REG-NEXT-DATE
           END-IF
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-TRAN.
           READ KYC-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       3000-FINALIZE.
           CLOSE KYC-TRAN-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE DUE-DILIGENCE-FILE
           CLOSE KYC-REGISTER
           DISPLAY 'KYCMNT - TRANSACTIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'KYCMNT - KYC RECORDS ADDED : ' WS-ADDED-COUNT
           DISPLAY 'KYCMNT - REVIEWS RECORDED  : ' WS-REVIEWED-COUNT
           DISPLAY 'KYCMNT - TRANSACTIONS REJCT: ' WS-REJECT-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
