       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    PAYMENT DISPUTE CASE MAINTENANCE.  READS AN OPERATOR
      *    TRANSACTION FILE THAT OPENS AND RESOLVES DISPUTE CASES ON THE
      *    DISPUTE CASE FILE, ONE CASE PER DISPUTED PAY-TRANS-ID.  A
      *    CUSTOMER MAY DISPUTE A POSTED DEBIT - A FEE, AN XFER DR LEG,
      *    A PAID CHEQUE OR A CLEARING REVERSAL - THAT IS STILL APPROVED
      *    ON THE PAYMENT MASTER AND NOT CARRIED OVER ON EXCPCARY
      *    AWAITING AN EXCPRCYC DECISION (AN ITEM PAYPOST EXCEPTIONED
      *    STAYS APPROVED UNTIL THEN BUT WAS NEVER DEBITED); THE CLAIM
      *    AMOUNT DEFAULTS TO THE WHOLE ITEM AND MAY NOT EXCEED IT.
      *    OPENING A CASE RECORDS THE CLAIM DATE AND SETS THE
      *    INVESTIGATION DEADLINE WS-INVESTIGATION-DAYS BUSINESS DAYS
      *    AFTER IT THROUGH THE SHARED BUSDAY SUBPROGRAM, SO WEEKENDS
      *    AND CALENDAR-FILE HOLIDAYS DO NOT EAT INTO THE INVESTIGATION.
      *
      *    PROVISIONAL CREDIT.  AN OPEN TRANSACTION MAY ASK FOR A
      *    PROVISIONAL CREDIT: A REFUND FOR THE CLAIM AMOUNT IS
      *    WRITTEN TO THE PAYMENT MASTER IN APPROVED STATUS, READY FOR
      *    THE NEXT POSTING RUN, CARRYING THE DISPUTED TRANS-ID IN
      *    PAY-ORIG-TRANS-ID THE WAY REVERSALS LINK TO THEIR
      *    ORIGINALS.  PAY-TRANS-IDS COME FROM THE SHARED PAYIDGEN
      *    SUBPROGRAM.
      *
      *    RESOLUTION.  A CASE UPHELD FOR THE CUSTOMER MAKES THE
      *    CREDIT FINAL: A PROVISIONAL CREDIT SIMPLY STANDS, AND
      *    WHERE NONE WAS GIVEN THE REFUND IS RAISED NOW; A CLAIM FOR
      *    THE WHOLE ITEM ALSO FLIPS THE DISPUTED ITEM TO REVERSED ON
      *    THE PAYMENT MASTER, AS REVMATCH DOES FOR A MATCHED
      *    REVERSAL.  A CASE DECLINED CLAWS ANY PROVISIONAL CREDIT
      *    BACK WITH A REVERSAL FOR THE SAME AMOUNT CARRYING THE
      *    PROVISIONAL CREDIT'S TRANS-ID IN PAY-ORIG-TRANS-ID, SO
      *    REVMATCH LEAVES IT ALONE.  EVERY TRANSACTION IS EDITED
      *    BEFORE ANYTHING IS WRITTEN AND LISTED ON THE DISPUTE
      *    REGISTER WITH ITS DISPOSITION; EVERY CASE OPENED OR
      *    RESOLVED IS JOURNALLED WITH ITS BEFORE AND AFTER IMAGE
      *    AND THE OPERATOR REFERENCE THROUGH MNTJRNL, AND THE ITEMS
      *    WRITTEN TO THE PAYMENT MASTER ARE LOGGED TO THE CONTROL
      *    LEDGER UNDER SOURCE DISPUTES FOR PIPERECN.  DISPAGE AGES
      *    THE OPEN CASES AGAINST THEIR DEADLINES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO DISPTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT PAYMENT-MASTER ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-TRANS-ID
               ALTERNATE RECORD KEY IS PAY-ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-PAY-FS.

           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-TRANS-ID
               FILE STATUS IS WS-DSP-FS.

           SELECT OPTIONAL CARRY-OVER-FILE ASSIGN TO EXCPCARY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-FS.

           SELECT DISPUTE-REGISTER ASSIGN TO DISPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-TRAN-FILE
           RECORDING MODE IS F.
       01  DISPUTE-TRAN-RECORD.
           05 DST-ACTION              PIC X.
              88 DST-OPEN             VALUE 'O'.
              88 DST-RESOLVE          VALUE 'R'.
           05 DST-TRANS-ID            PIC X(12).
           05 DST-CLAIM-DATE          PIC X(8).
           05 DST-CLAIM-DATE-N REDEFINES DST-CLAIM-DATE
                                      PIC 9(8).
           05 DST-AMOUNT              PIC 9(9)V99.
           05 DST-AMOUNT-X REDEFINES DST-AMOUNT
                                      PIC X(11).
           05 DST-PROV-CREDIT         PIC X.
              88 DST-GIVE-PROV-CREDIT VALUE 'Y'.
           05 DST-OUTCOME             PIC X.
              88 DST-UPHOLD           VALUE 'U'.
              88 DST-DECLINE          VALUE 'D'.
           05 DST-OPERATOR-REF        PIC X(12).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  PAYMENT-MASTER
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  DISPUTE-CASE-FILE
           RECORDING MODE IS F.
       01  DISPUTE-CASE-RECORD.
           COPY DISPUTE-CASE-RECORD.

       FD  CARRY-OVER-FILE
           RECORDING MODE IS F.
       01  CARRY-OVER-RECORD.
           05 CRY-TRANS-ID            PIC 9(12).
           05 FILLER                  PIC X(82).
           05 CRY-REASON              PIC X(16).

       FD  DISPUTE-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'DISPMNT '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.
       01  WS-DSP-FS                   PIC XX VALUE SPACES.
       01  WS-CARRY-FS                 PIC XX VALUE SPACES.
           88 WS-CARRY-MISSING         VALUE '35'.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-ITEM-FOUND-SW        PIC X VALUE 'N'.
              88 ITEM-FOUND           VALUE 'Y'.
           05 WS-CASE-FOUND-SW        PIC X VALUE 'N'.
              88 CASE-FOUND           VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-CARRY-EOF            PIC X VALUE 'N'.
              88 CARRY-EOF            VALUE 'Y'.
           05 WS-IN-CARRY-SW          PIC X VALUE 'N'.
              88 IN-CARRY-OVER        VALUE 'Y'.

      *    PAYPOST EXCEPTIONS STILL AWAITING AN EXCPRCYC DECISION.
       01  WS-CARRY-TABLE.
           05 WS-CARRY-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-CARRY-ENTRY OCCURS 500 TIMES.
              10 WS-CRY-TRANS-ID     PIC 9(12).
       01  WS-CARRY-SUB                PIC 9(3) VALUE ZERO.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.
       01  WS-INVESTIGATION-DAYS       PIC 9(3) VALUE 10.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.
       01  WS-DAY-INTEGER              PIC 9(8) VALUE ZERO.
       01  WS-DEADLINE-DATE            PIC 9(8) VALUE ZERO.

      *    THE DISPUTED ITEM IS KEPT HERE WHILE THE PAYMENT MASTER
      *    RECORD AREA IS REUSED TO WRITE THE CREDIT OR CLAWBACK.
       01  WS-DISPUTED-ITEM.
           05 WS-DIT-TRANS-ID         PIC 9(12) VALUE ZERO.
           05 WS-DIT-CUST-ID          PIC 9(8) VALUE ZERO.
           05 WS-DIT-ACCT-ID          PIC 9(10) VALUE ZERO.
           05 WS-DIT-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-DIT-PAY-TYPE         PIC X(10) VALUE SPACES.
       01  WS-CLAIM-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-NEW-TRANS-ID             PIC 9(12) VALUE ZERO.
       01  WS-IDGEN-JOB-NAME           PIC X(8) VALUE 'DISPMNT '.

       01  WS-BUSDAY-CONTROL.
           05 WS-BUS-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-BUS-DATE             PIC 9(8) VALUE ZERO.
           05 WS-BUS-END-DATE         PIC 9(8) VALUE ZERO.
           05 WS-BUS-RESULT-DATE      PIC 9(8) VALUE ZERO.
           05 WS-BUS-DAY-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-BUS-BUSDAY-SW        PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-OPENED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-PROV-CREDIT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-UPHELD-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-DECLINED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CLAWBACK-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-WRITTEN        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-LEDGER-CONTROL.
           05 WS-LDG-SOURCE-ID        PIC X(8) VALUE 'DISPUTES'.
           05 WS-LDG-RUN-DATE         PIC 9(8) VALUE ZERO.
           05 WS-LDG-ITEM-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LDG-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'DISPFILE'.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'DISPMNT '.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-REG-ACTION            PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-TRANS-ID          PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-ACCT-ID           PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-AMOUNT            PIC -(7)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-REG-DEADLINE          PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
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
               DISPLAY 'DISPMNT - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT  DISPUTE-TRAN-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN I-O    PAYMENT-MASTER
           OPEN I-O    DISPUTE-CASE-FILE
           OPEN OUTPUT DISPUTE-REGISTER
           PERFORM 1100-LOAD-CARRY-TABLE
           PERFORM 2910-READ-TRAN.

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
               DISPLAY 'DISPMNT - CARRY TABLE FULL, EXCEPTIONS '
                   'BEYOND 500 ARE JUDGED FROM THE MASTER ONLY'
           END-IF
           CLOSE CARRY-OVER-FILE.

       2000-PROCESS-TRAN.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE ZERO TO WS-CLAIM-AMOUNT
           MOVE SPACES TO WS-REG-ACCT-ID
           MOVE SPACES TO WS-REG-DEADLINE
           PERFORM 2100-EDIT-TRAN
           IF EDIT-FAILED
               MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               EVALUATE TRUE
                   WHEN DST-OPEN
                       PERFORM 2300-OPEN-CASE
                   WHEN DST-UPHOLD
                       PERFORM 2400-UPHOLD-CASE
                   WHEN OTHER
                       PERFORM 2500-DECLINE-CASE
               END-EVALUATE
           END-IF
           PERFORM 2910-READ-TRAN.

       2100-EDIT-TRAN.
           IF NOT DST-OPEN AND NOT DST-RESOLVE
               MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND (DST-TRANS-ID NOT NUMERIC
                   OR DST-TRANS-ID = '000000000000')
               MOVE 'TRANS ID NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2110-LOCATE-CASE
               PERFORM 2120-LOCATE-DISPUTED-ITEM
               IF NOT ITEM-FOUND
                   MOVE 'DISPUTED ITEM NOT ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND DST-OPEN
               PERFORM 2140-EDIT-OPEN-FIELDS
           END-IF
           IF NOT EDIT-FAILED
               AND DST-RESOLVE
               PERFORM 2150-EDIT-RESOLVE-FIELDS
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2130-LOCATE-ACCOUNT
               IF NOT ACCT-FOUND
                   AND ((DST-OPEN AND DST-GIVE-PROV-CREDIT)
                       OR (DST-RESOLVE AND DST-UPHOLD
                           AND NOT DSP-PROV-CREDITED))
                   MOVE 'ACCOUNT NOT FOUND/CLOSED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       2110-LOCATE-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           MOVE DST-TRANS-ID TO DSP-TRANS-ID
           READ DISPUTE-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ.

       2120-LOCATE-DISPUTED-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE DST-TRANS-ID TO PAY-TRANS-ID
           READ PAYMENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
                   MOVE PAY-TRANS-ID TO WS-DIT-TRANS-ID
                   MOVE PAY-CUST-ID TO WS-DIT-CUST-ID
                   MOVE PAY-ACCT-ID TO WS-DIT-ACCT-ID
                   MOVE PAY-AMOUNT TO WS-DIT-AMOUNT
                   MOVE PAY-TYPE TO WS-DIT-PAY-TYPE
                   MOVE PAY-ACCT-ID TO WS-REG-ACCT-ID
           END-READ.

       2130-LOCATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE WS-DIT-ACCT-ID TO ACCT-ID
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

      *    ONLY A POSTED CUSTOMER DEBIT CAN BE DISPUTED, AND ONLY ONCE.
       2140-EDIT-OPEN-FIELDS.
           PERFORM 2145-CHECK-CARRY-OVER
           EVALUATE TRUE
               WHEN CASE-FOUND
                   MOVE 'CASE ALREADY ON FILE' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN NOT PAY-FEE
                   AND NOT PAY-XFER-DEBIT
                   AND NOT PAY-CHEQUE
                   AND NOT PAY-OUTBOUND
                   AND NOT PAY-REVERSAL
                   MOVE 'ITEM IS NOT A CUSTOMER DEBIT' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN NOT PAY-APPROVED
                   OR IN-CARRY-OVER
                   MOVE 'ITEM NOT POSTED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN DST-CLAIM-DATE NOT NUMERIC
                   OR DST-CLAIM-DATE = '00000000'
                   OR DST-CLAIM-DATE-N > WS-TODAY
                   MOVE 'CLAIM DATE INVALID' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN DST-AMOUNT-X NOT NUMERIC
                   MOVE 'CLAIM AMOUNT NOT NUMERIC' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN DST-AMOUNT > WS-DIT-AMOUNT
                   MOVE 'CLAIM EXCEEDS ITEM AMOUNT' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN DST-PROV-CREDIT NOT = 'Y'
                   AND DST-PROV-CREDIT NOT = 'N'
                   AND DST-PROV-CREDIT NOT = SPACE
                   MOVE 'PROVISIONAL CREDIT NOT Y/N' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
           END-EVALUATE
           IF NOT EDIT-FAILED
               IF DST-AMOUNT = ZERO
                   MOVE WS-DIT-AMOUNT TO WS-CLAIM-AMOUNT
               ELSE
                   MOVE DST-AMOUNT TO WS-CLAIM-AMOUNT
               END-IF
           END-IF.

       2145-CHECK-CARRY-OVER.
           MOVE 'N' TO WS-IN-CARRY-SW
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
               UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
               OR IN-CARRY-OVER
               IF WS-CRY-TRANS-ID (WS-CARRY-SUB) = PAY-TRANS-ID
                   SET IN-CARRY-OVER TO TRUE
               END-IF
           END-PERFORM.

       2150-EDIT-RESOLVE-FIELDS.
           EVALUATE TRUE
               WHEN NOT CASE-FOUND
                   MOVE 'NO CASE FOR ITEM' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN NOT DSP-OPEN
                   MOVE 'CASE ALREADY RESOLVED' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               WHEN NOT DST-UPHOLD AND NOT DST-DECLINE
                   MOVE 'OUTCOME NOT U/D' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
           END-EVALUATE
           IF NOT EDIT-FAILED
               MOVE DSP-CLAIM-AMOUNT TO WS-CLAIM-AMOUNT
               MOVE DSP-DEADLINE-DATE TO WS-REG-DEADLINE
           END-IF.

       2300-OPEN-CASE.
           PERFORM 2350-SET-DEADLINE
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE WS-DIT-TRANS-ID TO DSP-TRANS-ID
           MOVE WS-DIT-ACCT-ID TO DSP-ACCT-ID
           MOVE WS-DIT-CUST-ID TO DSP-CUST-ID
           MOVE WS-DIT-PAY-TYPE TO DSP-PAY-TYPE
           SET DSP-OPEN TO TRUE
           MOVE DST-CLAIM-DATE-N TO DSP-CLAIM-DATE
           MOVE WS-CLAIM-AMOUNT TO DSP-CLAIM-AMOUNT
           MOVE WS-DEADLINE-DATE TO DSP-DEADLINE-DATE
           MOVE 'N' TO DSP-PROV-CREDIT-SW
           MOVE ZERO TO DSP-PROV-TRANS-ID
           MOVE ZERO TO DSP-RESOLVE-DATE
           MOVE ZERO TO DSP-RESOLVE-TRANS-ID
           MOVE DST-OPERATOR-REF TO DSP-OPERATOR-REF
           IF DST-GIVE-PROV-CREDIT
               PERFORM 2600-WRITE-CREDIT-ITEM
               MOVE 'Y' TO DSP-PROV-CREDIT-SW
               MOVE WS-NEW-TRANS-ID TO DSP-PROV-TRANS-ID
               ADD 1 TO WS-PROV-CREDIT-COUNT
               MOVE 'OPENED - PROVISIONAL CREDIT'
                   TO WS-REG-DISPOSITION
           ELSE
               MOVE 'CASE OPENED' TO WS-REG-DISPOSITION
           END-IF
           WRITE DISPUTE-CASE-RECORD
           MOVE 'A' TO WS-JRN-ACTION
           PERFORM 2650-CALL-JOURNAL
           MOVE WS-DEADLINE-DATE TO WS-REG-DEADLINE
           ADD 1 TO WS-OPENED-COUNT
           PERFORM 2800-WRITE-REGISTER-LINE.

      *    THE DEADLINE IS STEPPED ONE BUSINESS DAY AT A TIME FROM
      *    THE CLAIM DATE, SO A CLAIM TAKEN ON A HOLIDAY STILL GETS
      *    THE FULL INVESTIGATION PERIOD.
       2350-SET-DEADLINE.
           MOVE DST-CLAIM-DATE-N TO WS-DEADLINE-DATE
           PERFORM 2360-ADD-BUSINESS-DAY WS-INVESTIGATION-DAYS TIMES.

       2360-ADD-BUSINESS-DAY.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE) + 1
           COMPUTE WS-BUS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE 'NEXT ' TO WS-BUS-FUNCTION
           CALL 'BUSDAY' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-END-DATE WS-BUS-RESULT-DATE WS-BUS-DAY-COUNT
               WS-BUS-BUSDAY-SW
           MOVE WS-BUS-RESULT-DATE TO WS-DEADLINE-DATE.

      *    A PROVISIONAL CREDIT ALREADY ON THE ACCOUNT SIMPLY STANDS;
      *    OTHERWISE THE CREDIT IS RAISED NOW.  A WHOLE-ITEM CLAIM
      *    REVERSES THE DISPUTED ITEM ITSELF.
       2400-UPHOLD-CASE.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE DISPUTE-CASE-RECORD TO WS-JRN-BEFORE-IMAGE
           IF DSP-PROV-CREDITED
               MOVE 'UPHELD - CREDIT MADE FINAL'
                   TO WS-REG-DISPOSITION
           ELSE
               PERFORM 2600-WRITE-CREDIT-ITEM
               MOVE WS-NEW-TRANS-ID TO DSP-RESOLVE-TRANS-ID
               MOVE 'UPHELD - CREDIT RAISED' TO WS-REG-DISPOSITION
           END-IF
           IF WS-CLAIM-AMOUNT = WS-DIT-AMOUNT
               MOVE WS-DIT-TRANS-ID TO PAY-TRANS-ID
               READ PAYMENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PAY-REVERSED TO TRUE
                       REWRITE PAYMENT-RECORD
               END-READ
           END-IF
           SET DSP-UPHELD TO TRUE
           PERFORM 2550-CLOSE-CASE
           ADD 1 TO WS-UPHELD-COUNT.

       2500-DECLINE-CASE.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE DISPUTE-CASE-RECORD TO WS-JRN-BEFORE-IMAGE
           IF DSP-PROV-CREDITED
               PERFORM 2700-WRITE-CLAWBACK-ITEM
               MOVE WS-NEW-TRANS-ID TO DSP-RESOLVE-TRANS-ID
               ADD 1 TO WS-CLAWBACK-COUNT
               MOVE 'DECLINED - CREDIT CLAWED BACK'
                   TO WS-REG-DISPOSITION
           ELSE
               MOVE 'DECLINED' TO WS-REG-DISPOSITION
           END-IF
           SET DSP-DECLINED TO TRUE
           PERFORM 2550-CLOSE-CASE
           ADD 1 TO WS-DECLINED-COUNT.

       2550-CLOSE-CASE.
           MOVE WS-TODAY TO DSP-RESOLVE-DATE
           MOVE DST-OPERATOR-REF TO DSP-OPERATOR-REF
           REWRITE DISPUTE-CASE-RECORD
           MOVE 'C' TO WS-JRN-ACTION
           PERFORM 2650-CALL-JOURNAL
           PERFORM 2800-WRITE-REGISTER-LINE.

       2600-WRITE-CREDIT-ITEM.
           CALL 'PAYIDGEN' USING WS-NEW-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-NEW-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-DIT-CUST-ID TO PAY-CUST-ID
           MOVE WS-DIT-ACCT-ID TO PAY-ACCT-ID
           MOVE WS-CLAIM-AMOUNT TO PAY-AMOUNT
           SET PAY-REFUND TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE WS-DIT-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-ITEMS-WRITTEN
           ADD WS-CLAIM-AMOUNT TO WS-ITEMS-TOTAL.

       2700-WRITE-CLAWBACK-ITEM.
           CALL 'PAYIDGEN' USING WS-NEW-TRANS-ID WS-IDGEN-JOB-NAME
           MOVE WS-NEW-TRANS-ID TO PAY-TRANS-ID
           MOVE WS-DIT-CUST-ID TO PAY-CUST-ID
           MOVE WS-DIT-ACCT-ID TO PAY-ACCT-ID
           MOVE WS-CLAIM-AMOUNT TO PAY-AMOUNT
           SET PAY-REVERSAL TO TRUE
           SET PAY-APPROVED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO PAY-TIMESTAMP
           MOVE DSP-PROV-TRANS-ID TO PAY-ORIG-TRANS-ID
           WRITE PAYMENT-RECORD
           ADD 1 TO WS-ITEMS-WRITTEN
           ADD WS-CLAIM-AMOUNT TO WS-ITEMS-TOTAL.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE DISPUTE-CASE-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE DSP-TRANS-ID TO WS-JRN-RECORD-KEY
           MOVE DST-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2800-WRITE-REGISTER-LINE.
           MOVE DST-ACTION TO WS-REG-ACTION
           IF DST-RESOLVE
               MOVE DST-OUTCOME TO WS-REG-ACTION
           END-IF
           MOVE DST-TRANS-ID TO WS-REG-TRANS-ID
           MOVE WS-CLAIM-AMOUNT TO WS-REG-AMOUNT
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2910-READ-TRAN.
           READ DISPUTE-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       2930-READ-CARRY.
           READ CARRY-OVER-FILE
               AT END
                   SET CARRY-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           MOVE WS-TODAY TO WS-LDG-RUN-DATE
           MOVE WS-ITEMS-WRITTEN TO WS-LDG-ITEM-COUNT
           MOVE WS-ITEMS-TOTAL TO WS-LDG-AMOUNT-TOTAL
           CALL 'CTLLEDGR' USING WS-RUN-JOB-NAME WS-LDG-RUN-DATE
               WS-LDG-SOURCE-ID WS-LDG-ITEM-COUNT
               WS-LDG-AMOUNT-TOTAL
           CLOSE DISPUTE-TRAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE PAYMENT-MASTER
           CLOSE DISPUTE-CASE-FILE
           CLOSE DISPUTE-REGISTER
           DISPLAY 'DISPMNT - TRANSACTIONS READ : ' WS-TRAN-COUNT
           DISPLAY 'DISPMNT - CASES OPENED      : ' WS-OPENED-COUNT
           DISPLAY 'DISPMNT - PROVISIONAL CRDTS : '
               WS-PROV-CREDIT-COUNT
           DISPLAY 'DISPMNT - CASES UPHELD      : ' WS-UPHELD-COUNT
           DISPLAY 'DISPMNT - CASES DECLINED    : ' WS-DECLINED-COUNT
           DISPLAY 'DISPMNT - CREDITS CLAWED BK : ' WS-CLAWBACK-COUNT
           DISPLAY 'DISPMNT - TRANSACTIONS REJCT: ' WS-REJECT-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
