       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNREL.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    SANCTIONS SCREENING CASE DECISIONS AND CASE REGISTER.  THE
      *    SCRNTRAN FILE CARRIES ONE ANALYST DECISION PER OPEN CASE ON
      *    THE SCREENING CASE REGISTER (WRITTEN BY CUSTMNT, SCRNRESC
      *    AND CLRINTAK): R RELEASES THE CASE AS A FALSE POSITIVE, C
      *    CONFIRMS THE MATCH.  EVERY DECISION MUST NAME AN EXISTING
      *    OPEN CASE AND CARRY THE ANALYST'S OPERATOR REFERENCE; A
      *    DECISION THAT FAILS IS LISTED AND THE CASE LEFT OPEN.
      *
      *    RELEASING A CUSTOMER CASE LIFTS THE SANCTIONS FULL FREEZE
      *    FROM EVERY ACCOUNT THE CUSTOMER OWNS OR JOINTLY OWNS, EACH
      *    LIFT JOURNALLED AGAINST THE HOLD FILE UNDER THE ANALYST'S
      *    OPERATOR REFERENCE.  A FREEZE STAYS ON AN ACCOUNT WHILE ANY
      *    OTHER OWNER OF IT (THE PRIMARY OWNER OR ANY OWNER ON THE
      *    OWNER CROSS-REFERENCE) STILL HAS AN OPEN OR CONFIRMED CASE;
      *    EACH FREEZE KEPT IS LISTED UNDER THE DECISION.  THE LIFTS ARE
      *    A HOLD RELEASE FOR DUAL AUTHORISATION, MEASURED BY THE
      *    AVAILABLE FUNDS THEY FREE: ABOVE THE ANALYST'S RELEASE LIMIT
      *    THE DECISION IS HELD ON THE PENDING-APPROVAL FILE THROUGH
      *    APPRCHK, THE CASE STAYS OPEN AND NO FREEZE IS LIFTED, UNTIL
      *    IT IS RESUBMITTED WITH A DIFFERENT, AUTHORISED APPROVER IN
      *    SRT-APPROVER-REF, WHO IS JOURNALLED WITH THE ANALYST.  A
      *    REFUSED DECISION IS REJECTED.  WHERE THE FREEZE DISPLACED AN
      *    EARLIER HOLD (KEPT ON THE HOLD RECORD BY CUSTMNT OR SCRNRESC)
      *    THAT HOLD IS PUT BACK WITH ITS OWN TERMS, UNLESS IT HAS
      *    EXPIRED MEANWHILE; OTHERWISE THE HOLD RECORD IS DELETED.
      *    ONLY FREEZES CARRYING THE SANCTIONS OPERATOR REFERENCE ARE
      *    TOUCHED.  RELEASING A PAYMENT CASE LEAVES THE ITEM FOR THE
      *    NEXT CLRINTAK RUN TO LOAD.  A CONFIRMED CASE KEEPS ITS
      *    FREEZE, AND ITS PAYMENT IS NEVER LOADED.  THE CASE RECORD
      *    ITSELF CARRIES THE DECISION DATE, THE ANALYST AND THE NOTE,
      *    SO THE REGISTER IS ITS OWN TRAIL.
      *
      *    THE SCRPARM CONTROL CARD CARRIES THE RUN DATE AND THE
      *    START OF THE REPORTING PERIOD (THE FIRST OF THE RUN MONTH
      *    WHEN LEFT ZERO).  AFTER THE DECISIONS ARE APPLIED THE CASE
      *    REGISTER LISTS EVERY CASE HIT OR DECIDED IN THE PERIOD AND
      *    EVERY CASE STILL OPEN, WITH PERIOD TOTALS AND A SIGN-OFF
      *    BLOCK FOR THE COMPLIANCE OFFICER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO SCRPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCREEN-TRAN-FILE ASSIGN TO SCRNTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SCREENING-CASE-FILE ASSIGN TO SCRNCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCC-CASE-KEY
               FILE STATUS IS WS-SCRN-FS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               ALTERNATE RECORD KEY IS ACCT-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               ALTERNATE RECORD KEY IS OWN-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-OWNR-FS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCT-ID
               FILE STATUS IS WS-HOLD-FS.

           SELECT CASE-REGISTER ASSIGN TO SCRNREG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).
           05 PARM-FROM-DATE          PIC 9(8).

       FD  SCREEN-TRAN-FILE
           RECORDING MODE IS F.
       01  SCREEN-TRAN-RECORD.
           05 SRT-SUBJECT-TYPE        PIC X.
           05 SRT-SUBJECT-REF         PIC X(22).
           05 SRT-HIT-DATE            PIC X(8).
           05 SRT-DECISION            PIC X.
              88 SRT-RELEASE          VALUE 'R'.
              88 SRT-CONFIRM          VALUE 'C'.
           05 SRT-OPERATOR-REF        PIC X(12).
           05 SRT-NOTE                PIC X(30).
           05 SRT-APPROVER-REF        PIC X(12).

       FD  SCREENING-CASE-FILE
           RECORDING MODE IS F.
       01  SCREENING-CASE-RECORD.
           COPY SCREENING-CASE-RECORD.

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  OWNER-XREF-FILE
           RECORDING MODE IS F.
       01  OWNER-XREF-RECORD.
           COPY OWNER-XREF-RECORD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLD-RECORD.

       FD  CASE-REGISTER
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'SCRNREL '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-SCRN-FS                  PIC XX VALUE SPACES.
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-OWNR-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              88 TRAN-EOF             VALUE 'Y'.
           05 WS-CASE-EOF             PIC X VALUE 'N'.
              88 CASE-EOF             VALUE 'Y'.
           05 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE            VALUE 'Y'.
           05 WS-EDIT-FAILED-SW       PIC X VALUE 'N'.
              88 EDIT-FAILED          VALUE 'Y'.
           05 WS-CASE-FOUND-SW        PIC X VALUE 'N'.
              88 CASE-FOUND           VALUE 'Y'.
           05 WS-LIST-CASE-SW         PIC X VALUE 'N'.
              88 LIST-CASE            VALUE 'Y'.
           05 WS-LIFT-LISTED-SW       PIC X VALUE 'N'.
              88 LIFT-LISTED          VALUE 'Y'.
           05 WS-LIFT-TABLE-FULL-SW   PIC X VALUE 'N'.
              88 LIFT-TABLE-FULL      VALUE 'Y'.
           05 WS-FREEZE-FOUND-SW      PIC X VALUE 'N'.
              88 FREEZE-FOUND         VALUE 'Y'.
           05 WS-OWNER-CASE-SW        PIC X VALUE 'N'.
              88 OWNER-CASE-ACTIVE    VALUE 'Y'.
           05 WS-OWNERS-DONE-SW       PIC X VALUE 'N'.
              88 OWNERS-DONE          VALUE 'Y'.

       01  WS-PARM.
           05 WS-RUN-DATE             PIC 9(8) VALUE ZERO.
           05 WS-FROM-DATE            PIC 9(8) VALUE ZERO.

       01  WS-EDIT-REASON              PIC X(30) VALUE SPACES.
       01  WS-RELEASE-CUST-ID          PIC 9(8) VALUE ZERO.
       01  WS-LIFT-ACCT-ID             PIC 9(10) VALUE ZERO.
       01  WS-LIFTED-FOR-CASE          PIC 9(3) VALUE ZERO.
       01  WS-KEPT-FOR-CASE            PIC 9(3) VALUE ZERO.
       01  WS-LIFT-PLANNED             PIC 9(3) VALUE ZERO.
       01  WS-SANCTIONS-OPERATOR       PIC X(12) VALUE 'SANCTIONS'.
       01  WS-RELEASE-CASE-KEY         PIC X(31) VALUE SPACES.
       01  WS-SAVED-CASE-RECORD        PIC X(224) VALUE SPACES.
       01  WS-CASE-PREFIX              PIC X(23) VALUE SPACES.
       01  WS-CHECK-CUST-ID            PIC 9(8) VALUE ZERO.
       01  WS-BLOCKING-CUST-ID         PIC 9(8) VALUE ZERO.

      *    THE ACCOUNTS A CUSTOMER RELEASE MAY UNFREEZE - OWNED AND
      *    JOINTLY OWNED - AND WHAT IS TO BE DONE WITH EACH.
       01  WS-LIFT-TABLE.
           05 WS-LIFT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-LIFT-ENTRY OCCURS 200 TIMES.
              10 WS-LFT-ACCT-ID       PIC 9(10).
              10 WS-LFT-ACTION        PIC X.
                 88 LFT-LIFT          VALUE 'L'.
                 88 LFT-KEEP          VALUE 'K'.
              10 WS-LFT-KEPT-CUST-ID  PIC 9(8).
       01  WS-LIFT-SUB                 PIC 9(3) VALUE ZERO.

       01  WS-APPROVAL-CONTROL.
           05 WS-APR-JOB-NAME         PIC X(8) VALUE 'SCRNREL '.
           05 WS-APR-AUTH-CLASS       PIC X VALUE 'H'.
           05 WS-APR-ITEM-KEY         PIC X(40) VALUE SPACES.
           05 WS-APR-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-APR-RATE             PIC 9V9(6) COMP-3 VALUE ZERO.
           05 WS-APR-MAKER-REF        PIC X(12) VALUE SPACES.
           05 WS-APR-CHECKER-REF      PIC X(12) VALUE SPACES.
           05 WS-APR-ITEM-IMAGE       PIC X(80) VALUE SPACES.
           05 WS-APR-RESULT           PIC X VALUE SPACE.
              88 APR-CHECKED          VALUE 'C'.
              88 APR-HELD             VALUE 'H'.
              88 APR-STILL-HELD       VALUE 'P'.
              88 APR-REFUSED          VALUE 'R'.
           05 WS-APR-REASON           PIC X(30) VALUE SPACES.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'HOLDFILE'.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'SCRNREL '.

       01  WS-COUNTERS.
           05 WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-RELEASED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CONFIRMED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-FREEZES-LIFTED       PIC 9(7) VALUE ZERO.
           05 WS-HOLDS-RESTORED       PIC 9(7) VALUE ZERO.
           05 WS-FREEZES-KEPT         PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-CASES-LISTED         PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-HIT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-RELEASED      PIC 9(7) VALUE ZERO.
           05 WS-PERIOD-CONFIRMED     PIC 9(7) VALUE ZERO.
           05 WS-OPEN-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HDG-TEXT              PIC X(60) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE 'PERIOD: '.
           05 WS-PRD-FROM-DATE         PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(4)  VALUE ' TO '.
           05 WS-PRD-RUN-DATE          PIC 9(8)  VALUE ZERO.

       01  WS-DECISION-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DCL-SUBJECT-TYPE      PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DCL-SUBJECT-REF       PIC X(22) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DCL-DECISION          PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DCL-OPERATOR-REF      PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DCL-DISPOSITION       PIC X(30) VALUE SPACES.

       01  WS-KEPT-FREEZE-LINE.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE 'FREEZE KEPT  : '.
           05 WS-KFL-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(8)  VALUE '  OWNER '.
           05 WS-KFL-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(19)
                                      VALUE ' CASE NOT RELEASED'.

       01  WS-CASE-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-CSL-SUBJECT-TYPE      PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CSL-SUBJECT-REF       PIC X(22) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CSL-HIT-DATE          PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CSL-STATUS            PIC X(9)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CSL-SOURCE-JOB        PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CSL-ENTRY-ID          PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CSL-LIST-VERSION      PIC 9(6)  VALUE ZERO.

       01  WS-NAME-LINE.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 WS-NML-LABEL             PIC X(15) VALUE SPACES.
           05 WS-NML-NAME              PIC X(40) VALUE SPACES.

       01  WS-CUSTOMER-SUBJECT-LINE.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE 'CUSTOMER     : '.
           05 WS-CSB-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(19)
                                      VALUE '  ACCOUNTS FROZEN: '.
           05 WS-CSB-FROZEN-COUNT      PIC ZZ9   VALUE ZERO.

       01  WS-PAYMENT-SUBJECT-LINE.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE 'ACCOUNT      : '.
           05 WS-PSB-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-PSB-AMOUNT            PIC Z(8)9.99 VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-PSB-PAY-TYPE          PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(8)  VALUE ' LOADED '.
           05 WS-PSB-LOADED            PIC X     VALUE SPACES.

       01  WS-DECIDED-LINE.
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE 'DECIDED      : '.
           05 WS-DDL-DECISION-DATE     PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DDL-OPERATOR          PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DDL-NOTE              PIC X(30) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       01  WS-SIGNOFF-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SGN-TEXT              PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DECISION UNTIL TRAN-EOF
           PERFORM 2500-START-CASE-REGISTER
           PERFORM 2600-LIST-CASE UNTIL CASE-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-RUN-DATE  TO WS-RUN-DATE
                   MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'SCRNREL - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

      *    THE RUN DATE IS THE DECISION DATE STAMPED ON EVERY CASE,
      *    SO A MISSING CARD STOPS THE RUN.
       1000-INITIALIZE.
           IF WS-RUN-DATE = ZERO
               DISPLAY 'SCRNREL - NO RUN DATE ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           IF WS-FROM-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE '01' TO WS-FROM-DATE (7:2)
           END-IF
           OPEN INPUT  SCREEN-TRAN-FILE
           OPEN I-O    SCREENING-CASE-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  OWNER-XREF-FILE
           OPEN I-O    HOLD-FILE
           OPEN OUTPUT CASE-REGISTER
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'SANCTIONS SCREENING CASE DECISIONS' TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2910-READ-TRAN.

       2000-PROCESS-DECISION.
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           MOVE SPACE TO WS-APR-RESULT
           MOVE ZERO TO WS-LIFT-COUNT
           PERFORM 2100-EDIT-DECISION
           IF EDIT-FAILED
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-EDIT-REASON TO WS-DCL-DISPOSITION
           ELSE
               IF SRT-RELEASE
                   PERFORM 2200-RELEASE-CASE
               ELSE
                   PERFORM 2300-CONFIRM-CASE
               END-IF
           END-IF
           PERFORM 2800-WRITE-DECISION-LINE
           PERFORM 2850-WRITE-KEPT-LINE
               VARYING WS-LIFT-SUB FROM 1 BY 1
               UNTIL WS-LIFT-SUB > WS-LIFT-COUNT
           PERFORM 2910-READ-TRAN.

       2100-EDIT-DECISION.
           IF NOT SRT-RELEASE AND NOT SRT-CONFIRM
               MOVE 'INVALID DECISION CODE' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND SRT-SUBJECT-TYPE NOT = 'C'
               AND SRT-SUBJECT-TYPE NOT = 'P'
               MOVE 'SUBJECT TYPE NOT C/P' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND SRT-HIT-DATE NOT NUMERIC
               MOVE 'HIT DATE NOT NUMERIC' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND SRT-OPERATOR-REF = SPACES
               MOVE 'OPERATOR REFERENCE MISSING' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               PERFORM 2110-LOCATE-CASE
               IF NOT CASE-FOUND
                   MOVE 'CASE NOT ON REGISTER' TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EDIT-FAILED
               AND NOT SCC-OPEN
               MOVE 'CASE ALREADY DECIDED' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF.

       2110-LOCATE-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           MOVE SRT-SUBJECT-TYPE TO SCC-SUBJECT-TYPE
           MOVE SRT-SUBJECT-REF TO SCC-SUBJECT-REF
           MOVE SRT-HIT-DATE TO SCC-HIT-DATE
           READ SCREENING-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ.

      *    A CUSTOMER RELEASE COLLECTS THE CUSTOMER'S ACCOUNTS FIRST,
      *    SO THE OWNER AND CASE LOOKUPS BELOW DO NOT DISTURB THE
      *    BROWSES, THEN DECIDES WHICH FREEZES MAY COME OFF AND PUTS
      *    THE FUNDS THEY FREE THROUGH APPRCHK.  A HELD OR REFUSED
      *    RELEASE LEAVES THE CASE OPEN AND EVERY FREEZE IN PLACE.
       2200-RELEASE-CASE.
           MOVE ZERO TO WS-LIFTED-FOR-CASE
           MOVE ZERO TO WS-KEPT-FOR-CASE
           MOVE ZERO TO WS-LIFT-COUNT
           MOVE 'N' TO WS-LIFT-TABLE-FULL-SW
           IF SCC-CUSTOMER-SUBJECT
               MOVE SCREENING-CASE-RECORD TO WS-SAVED-CASE-RECORD
               MOVE SCC-CASE-KEY TO WS-RELEASE-CASE-KEY
               MOVE SCC-CUST-ID TO WS-RELEASE-CUST-ID
               PERFORM 2400-COLLECT-CUSTOMER-ACCOUNTS
               IF NOT LIFT-TABLE-FULL
                   PERFORM 2430-SELECT-LIFTS
                   IF WS-LIFT-PLANNED > ZERO
                       PERFORM 2440-CHECK-AUTHORITY
                   END-IF
               END-IF
               MOVE WS-SAVED-CASE-RECORD TO SCREENING-CASE-RECORD
           END-IF
           EVALUATE TRUE
               WHEN LIFT-TABLE-FULL
                   MOVE 'ACCOUNT TABLE FULL - NOT LIFTED'
                       TO WS-DCL-DISPOSITION
                   MOVE ZERO TO WS-LIFT-COUNT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN APR-REFUSED
                   MOVE WS-APR-REASON TO WS-DCL-DISPOSITION
                   MOVE ZERO TO WS-LIFT-COUNT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN APR-HELD OR APR-STILL-HELD
                   MOVE WS-APR-REASON TO WS-DCL-DISPOSITION
                   MOVE ZERO TO WS-LIFT-COUNT
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   PERFORM 2210-APPLY-RELEASE
           END-EVALUATE.

       2210-APPLY-RELEASE.
           IF SCC-CUSTOMER-SUBJECT
               PERFORM 2445-APPLY-LIFT
                   VARYING WS-LIFT-SUB FROM 1 BY 1
                   UNTIL WS-LIFT-SUB > WS-LIFT-COUNT
           END-IF
           SET SCC-RELEASED TO TRUE
           PERFORM 2350-RECORD-DECISION
           ADD 1 TO WS-RELEASED-COUNT
           EVALUATE TRUE
               WHEN NOT SCC-CUSTOMER-SUBJECT
                   MOVE 'RELEASED - LOADS NEXT INTAKE'
                       TO WS-DCL-DISPOSITION
               WHEN WS-KEPT-FOR-CASE > ZERO
                   MOVE 'RELEASED - SOME FREEZES KEPT'
                       TO WS-DCL-DISPOSITION
               WHEN OTHER
                   MOVE 'RELEASED - FREEZES LIFTED'
                       TO WS-DCL-DISPOSITION
           END-EVALUATE.

       2300-CONFIRM-CASE.
           SET SCC-CONFIRMED TO TRUE
           PERFORM 2350-RECORD-DECISION
           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE 'CONFIRMED - HELD' TO WS-DCL-DISPOSITION.

       2350-RECORD-DECISION.
           MOVE WS-RUN-DATE TO SCC-DECISION-DATE
           MOVE SRT-OPERATOR-REF TO SCC-DECISION-OPERATOR
           MOVE SRT-NOTE TO SCC-DECISION-NOTE
           REWRITE SCREENING-CASE-RECORD.

       2400-COLLECT-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-RELEASE-CUST-ID TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS = ACCT-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2410-COLLECT-OWNED-ACCOUNT UNTIL SCAN-DONE
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-RELEASE-CUST-ID TO OWN-CUST-ID
           START OWNER-XREF-FILE KEY IS = OWN-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2420-COLLECT-JOINT-ACCOUNT UNTIL SCAN-DONE.

       2410-COLLECT-OWNED-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF ACCT-CUST-ID NOT = WS-RELEASE-CUST-ID
                   SET SCAN-DONE TO TRUE
               ELSE
                   MOVE ACCT-ID TO WS-LIFT-ACCT-ID
                   PERFORM 2425-ADD-LIFT-ENTRY
               END-IF
           END-IF.

       2420-COLLECT-JOINT-ACCOUNT.
           READ OWNER-XREF-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF OWN-CUST-ID NOT = WS-RELEASE-CUST-ID
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF OWN-JOINT
                       MOVE OWN-ACCT-ID TO WS-LIFT-ACCT-ID
                       PERFORM 2425-ADD-LIFT-ENTRY
                   END-IF
               END-IF
           END-IF.

       2425-ADD-LIFT-ENTRY.
           MOVE 'N' TO WS-LIFT-LISTED-SW
           PERFORM VARYING WS-LIFT-SUB FROM 1 BY 1
               UNTIL WS-LIFT-SUB > WS-LIFT-COUNT
               IF WS-LFT-ACCT-ID (WS-LIFT-SUB) = WS-LIFT-ACCT-ID
                   SET LIFT-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT LIFT-LISTED
               IF WS-LIFT-COUNT < 200
                   ADD 1 TO WS-LIFT-COUNT
                   MOVE WS-LIFT-ACCT-ID
                       TO WS-LFT-ACCT-ID (WS-LIFT-COUNT)
                   MOVE SPACE TO WS-LFT-ACTION (WS-LIFT-COUNT)
                   MOVE ZERO TO WS-LFT-KEPT-CUST-ID (WS-LIFT-COUNT)
               ELSE
                   SET LIFT-TABLE-FULL TO TRUE
                   SET SCAN-DONE TO TRUE
                   DISPLAY 'SCRNREL - ACCOUNT TABLE FULL, CUSTOMER '
                       WS-RELEASE-CUST-ID ' LEFT FROZEN'
               END-IF
           END-IF.

      *    ONLY A SANCTIONS FULL FREEZE IS LIFTED, AND ONLY WHEN NO
      *    OWNER OF THE ACCOUNT - THE PRIMARY OWNER ON THE ACCOUNT
      *    MASTER OR ANY OWNER ON THE OWNER CROSS-REFERENCE - HAS A
      *    SCREENING CASE OTHER THAN THIS ONE STILL OPEN OR CONFIRMED.
      *    WHAT THE LIFTS FREE IS EACH ACCOUNT'S AVAILABLE FUNDS
      *    (BALANCE PLUS ACCT-LIMIT), AS HOLDMNT MEASURES A FREEZE.
       2430-SELECT-LIFTS.
           MOVE ZERO TO WS-LIFT-PLANNED
           MOVE ZERO TO WS-APR-AMOUNT
           PERFORM 2431-SELECT-ONE-LIFT
               VARYING WS-LIFT-SUB FROM 1 BY 1
               UNTIL WS-LIFT-SUB > WS-LIFT-COUNT.

       2431-SELECT-ONE-LIFT.
           MOVE 'N' TO WS-FREEZE-FOUND-SW
           MOVE WS-LFT-ACCT-ID (WS-LIFT-SUB) TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-FULL-FREEZE
                       AND HLD-OPERATOR-REF = WS-SANCTIONS-OPERATOR
                       SET FREEZE-FOUND TO TRUE
                   END-IF
           END-READ
           IF FREEZE-FOUND
               MOVE WS-LFT-ACCT-ID (WS-LIFT-SUB) TO ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE ZERO TO ACCT-CUST-ID
                       MOVE ZERO TO ACCT-BALANCE
                       MOVE ZERO TO ACCT-LIMIT
               END-READ
               PERFORM 2435-CHECK-OWNER-CASES
               IF OWNER-CASE-ACTIVE
                   SET LFT-KEEP (WS-LIFT-SUB) TO TRUE
                   MOVE WS-BLOCKING-CUST-ID
                       TO WS-LFT-KEPT-CUST-ID (WS-LIFT-SUB)
               ELSE
                   SET LFT-LIFT (WS-LIFT-SUB) TO TRUE
                   ADD 1 TO WS-LIFT-PLANNED
                   IF ACCT-BALANCE + ACCT-LIMIT > ZERO
                       COMPUTE WS-APR-AMOUNT = WS-APR-AMOUNT
                           + ACCT-BALANCE + ACCT-LIMIT
                   END-IF
               END-IF
           END-IF.

       2435-CHECK-OWNER-CASES.
           MOVE 'N' TO WS-OWNER-CASE-SW
           MOVE ACCT-CUST-ID TO WS-CHECK-CUST-ID
           PERFORM 2437-SCAN-OWNER-CASES
           MOVE 'N' TO WS-OWNERS-DONE-SW
           MOVE WS-LFT-ACCT-ID (WS-LIFT-SUB) TO OWN-ACCT-ID
           MOVE ZERO TO OWN-CUST-ID
           START OWNER-XREF-FILE KEY IS >= OWN-KEY
               INVALID KEY
                   SET OWNERS-DONE TO TRUE
           END-START
           PERFORM 2436-CHECK-NEXT-OWNER
               UNTIL OWNERS-DONE OR OWNER-CASE-ACTIVE.

       2436-CHECK-NEXT-OWNER.
           READ OWNER-XREF-FILE NEXT RECORD
               AT END
                   SET OWNERS-DONE TO TRUE
           END-READ
           IF NOT OWNERS-DONE
               IF OWN-ACCT-ID NOT = WS-LFT-ACCT-ID (WS-LIFT-SUB)
                   SET OWNERS-DONE TO TRUE
               ELSE
                   MOVE OWN-CUST-ID TO WS-CHECK-CUST-ID
                   PERFORM 2437-SCAN-OWNER-CASES
               END-IF
           END-IF.

       2437-SCAN-OWNER-CASES.
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE SPACES TO SCC-CASE-KEY
           SET SCC-CUSTOMER-SUBJECT TO TRUE
           MOVE WS-CHECK-CUST-ID TO SCC-SUBJECT-REF (1:8)
           MOVE ZERO TO SCC-HIT-DATE
           MOVE SCC-CASE-KEY (1:23) TO WS-CASE-PREFIX
           START SCREENING-CASE-FILE KEY IS >= SCC-CASE-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2438-SCAN-ONE-CASE
               UNTIL SCAN-DONE OR OWNER-CASE-ACTIVE.

       2438-SCAN-ONE-CASE.
           READ SCREENING-CASE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF SCC-CASE-KEY (1:23) NOT = WS-CASE-PREFIX
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF SCC-CASE-KEY NOT = WS-RELEASE-CASE-KEY
                       AND (SCC-OPEN OR SCC-CONFIRMED)
                       SET OWNER-CASE-ACTIVE TO TRUE
                       MOVE WS-CHECK-CUST-ID TO WS-BLOCKING-CUST-ID
                   END-IF
               END-IF
           END-IF.

      *    LIFTING A SANCTIONS FREEZE IS A HOLD RELEASE, GATED AS
      *    HOLDMNT GATES ITS RELEASES.  THE ITEM KEY IS THE CASE KEY
      *    AS KEYED, SO A HELD RELEASE IS FOUND AGAIN WHEN THE SAME
      *    DECISION IS RESUBMITTED WITH ITS APPROVER.
       2440-CHECK-AUTHORITY.
           MOVE SPACES TO WS-APR-ITEM-KEY
           MOVE SCREEN-TRAN-RECORD (1:31) TO WS-APR-ITEM-KEY
           MOVE SRT-OPERATOR-REF TO WS-APR-MAKER-REF
           MOVE SRT-APPROVER-REF TO WS-APR-CHECKER-REF
           MOVE SPACES TO WS-APR-ITEM-IMAGE
           MOVE SCREEN-TRAN-RECORD TO WS-APR-ITEM-IMAGE
           CALL 'APPRCHK' USING WS-APR-JOB-NAME WS-APR-AUTH-CLASS
               WS-APR-ITEM-KEY WS-APR-AMOUNT WS-APR-RATE
               WS-APR-MAKER-REF WS-APR-CHECKER-REF
               WS-APR-ITEM-IMAGE WS-APR-RESULT WS-APR-REASON.

       2445-APPLY-LIFT.
           EVALUATE TRUE
               WHEN LFT-LIFT (WS-LIFT-SUB)
                   MOVE WS-LFT-ACCT-ID (WS-LIFT-SUB) TO WS-LIFT-ACCT-ID
                   PERFORM 2450-LIFT-FREEZE
               WHEN LFT-KEEP (WS-LIFT-SUB)
                   ADD 1 TO WS-KEPT-FOR-CASE
                   ADD 1 TO WS-FREEZES-KEPT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2450-LIFT-FREEZE.
           MOVE WS-LIFT-ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HLD-FULL-FREEZE
                       AND HLD-OPERATOR-REF = WS-SANCTIONS-OPERATOR
                       MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                       MOVE HOLD-RECORD TO WS-JRN-BEFORE-IMAGE
                       PERFORM 2460-REMOVE-FREEZE
                       PERFORM 2650-CALL-JOURNAL
                       ADD 1 TO WS-LIFTED-FOR-CASE
                       ADD 1 TO WS-FREEZES-LIFTED
                   END-IF
           END-READ.

      *    A HOLD THE FREEZE DISPLACED GOES BACK ON THE ACCOUNT WITH
      *    ITS OWN TERMS AND OPERATOR, UNLESS IT HAS EXPIRED SINCE;
      *    OTHERWISE THE HOLD RECORD IS DELETED.
       2460-REMOVE-FREEZE.
           IF NOT HLD-NO-PRIOR-HOLD
               AND (HLD-PRIOR-EXPIRY-DATE = ZERO
                   OR HLD-PRIOR-EXPIRY-DATE >= WS-RUN-DATE)
               MOVE HLD-PRIOR-TYPE TO HLD-TYPE
               MOVE HLD-PRIOR-AMOUNT TO HLD-AMOUNT
               MOVE HLD-PRIOR-EFFECTIVE-DATE TO HLD-EFFECTIVE-DATE
               MOVE HLD-PRIOR-EXPIRY-DATE TO HLD-EXPIRY-DATE
               MOVE HLD-PRIOR-OPERATOR-REF TO HLD-OPERATOR-REF
               MOVE SPACE TO HLD-PRIOR-TYPE
               MOVE ZERO TO HLD-PRIOR-AMOUNT
               MOVE ZERO TO HLD-PRIOR-EFFECTIVE-DATE
               MOVE ZERO TO HLD-PRIOR-EXPIRY-DATE
               MOVE SPACES TO HLD-PRIOR-OPERATOR-REF
               REWRITE HOLD-RECORD
               MOVE 'C' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               MOVE HOLD-RECORD TO WS-JRN-AFTER-IMAGE
               ADD 1 TO WS-HOLDS-RESTORED
           ELSE
               DELETE HOLD-FILE
               MOVE 'D' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
           END-IF.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE WS-LIFT-ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE SRT-OPERATOR-REF TO WS-JRN-OPERATOR-REF
           IF APR-CHECKED
               MOVE SRT-APPROVER-REF TO WS-JRN-APPROVER-REF
           ELSE
               MOVE SPACES TO WS-JRN-APPROVER-REF
           END-IF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2500-START-CASE-REGISTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'SANCTIONS SCREENING CASE REGISTER' TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FROM-DATE TO WS-PRD-FROM-DATE
           MOVE WS-RUN-DATE TO WS-PRD-RUN-DATE
           MOVE WS-PERIOD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO SCC-CASE-KEY
           START SCREENING-CASE-FILE KEY IS >= SCC-CASE-KEY
               INVALID KEY
                   SET CASE-EOF TO TRUE
           END-START
           IF NOT CASE-EOF
               PERFORM 2920-READ-CASE-NEXT
           END-IF.

      *    A CASE IS LISTED WHEN IT WAS HIT OR DECIDED IN THE PERIOD,
      *    OR IS STILL OPEN HOWEVER OLD.
       2600-LIST-CASE.
           MOVE 'N' TO WS-LIST-CASE-SW
           IF SCC-OPEN
               ADD 1 TO WS-OPEN-COUNT
               SET LIST-CASE TO TRUE
           END-IF
           IF SCC-HIT-DATE >= WS-FROM-DATE
               AND SCC-HIT-DATE <= WS-RUN-DATE
               ADD 1 TO WS-PERIOD-HIT-COUNT
               SET LIST-CASE TO TRUE
           END-IF
           IF NOT SCC-OPEN
               AND SCC-DECISION-DATE >= WS-FROM-DATE
               AND SCC-DECISION-DATE <= WS-RUN-DATE
               SET LIST-CASE TO TRUE
               IF SCC-RELEASED
                   ADD 1 TO WS-PERIOD-RELEASED
               ELSE
                   ADD 1 TO WS-PERIOD-CONFIRMED
               END-IF
           END-IF
           IF LIST-CASE
               PERFORM 2700-WRITE-CASE-ENTRY
           END-IF
           PERFORM 2920-READ-CASE-NEXT.

       2700-WRITE-CASE-ENTRY.
           ADD 1 TO WS-CASES-LISTED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SCC-SUBJECT-TYPE TO WS-CSL-SUBJECT-TYPE
           MOVE SCC-SUBJECT-REF TO WS-CSL-SUBJECT-REF
           MOVE SCC-HIT-DATE TO WS-CSL-HIT-DATE
           EVALUATE TRUE
               WHEN SCC-OPEN
                   MOVE 'OPEN' TO WS-CSL-STATUS
               WHEN SCC-RELEASED
                   MOVE 'RELEASED' TO WS-CSL-STATUS
               WHEN OTHER
                   MOVE 'CONFIRMED' TO WS-CSL-STATUS
           END-EVALUATE
           MOVE SCC-SOURCE-JOB TO WS-CSL-SOURCE-JOB
           MOVE SCC-ENTRY-ID TO WS-CSL-ENTRY-ID
           MOVE SCC-LIST-VERSION TO WS-CSL-LIST-VERSION
           MOVE WS-CASE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SCREENED NAME: ' TO WS-NML-LABEL
           MOVE SCC-SCREENED-NAME TO WS-NML-NAME
           MOVE WS-NAME-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LISTED NAME  : ' TO WS-NML-LABEL
           MOVE SCC-LISTED-NAME TO WS-NML-NAME
           MOVE WS-NAME-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF SCC-CUSTOMER-SUBJECT
               MOVE SCC-CUST-ID TO WS-CSB-CUST-ID
               MOVE SCC-FROZEN-COUNT TO WS-CSB-FROZEN-COUNT
               MOVE WS-CUSTOMER-SUBJECT-LINE TO REPORT-LINE
           ELSE
               MOVE SCC-ACCT-ID TO WS-PSB-ACCT-ID
               MOVE SCC-AMOUNT TO WS-PSB-AMOUNT
               MOVE SCC-PAY-TYPE TO WS-PSB-PAY-TYPE
               MOVE SCC-ITEM-LOADED-SW TO WS-PSB-LOADED
               MOVE WS-PAYMENT-SUBJECT-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF NOT SCC-OPEN
               MOVE SCC-DECISION-DATE TO WS-DDL-DECISION-DATE
               MOVE SCC-DECISION-OPERATOR TO WS-DDL-OPERATOR
               MOVE SCC-DECISION-NOTE TO WS-DDL-NOTE
               MOVE WS-DECIDED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2800-WRITE-DECISION-LINE.
           MOVE SRT-SUBJECT-TYPE TO WS-DCL-SUBJECT-TYPE
           MOVE SRT-SUBJECT-REF TO WS-DCL-SUBJECT-REF
           MOVE SRT-DECISION TO WS-DCL-DECISION
           MOVE SRT-OPERATOR-REF TO WS-DCL-OPERATOR-REF
           MOVE WS-DECISION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2850-WRITE-KEPT-LINE.
           IF LFT-KEEP (WS-LIFT-SUB)
               MOVE WS-LFT-ACCT-ID (WS-LIFT-SUB) TO WS-KFL-ACCT-ID
               MOVE WS-LFT-KEPT-CUST-ID (WS-LIFT-SUB) TO WS-KFL-CUST-ID
               MOVE WS-KEPT-FREEZE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2910-READ-TRAN.
           READ SCREEN-TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
           END-READ.

       2920-READ-CASE-NEXT.
           READ SCREENING-CASE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
           END-READ.

       3000-FINALIZE.
           PERFORM 3100-WRITE-TOTALS
           PERFORM 3200-WRITE-SIGNOFF
           CLOSE SCREEN-TRAN-FILE
           CLOSE SCREENING-CASE-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE OWNER-XREF-FILE
           CLOSE HOLD-FILE
           CLOSE CASE-REGISTER
           DISPLAY 'SCRNREL - DECISIONS READ      : ' WS-TRAN-COUNT
           DISPLAY 'SCRNREL - CASES RELEASED      : ' WS-RELEASED-COUNT
           DISPLAY 'SCRNREL - CASES CONFIRMED     : '
               WS-CONFIRMED-COUNT
           DISPLAY 'SCRNREL - DECISIONS REJECTED  : ' WS-REJECT-COUNT
           DISPLAY 'SCRNREL - FREEZES LIFTED      : ' WS-FREEZES-LIFTED
           DISPLAY 'SCRNREL - HOLDS RESTORED      : ' WS-HOLDS-RESTORED
           DISPLAY 'SCRNREL - FREEZES KEPT        : ' WS-FREEZES-KEPT
           DISPLAY 'SCRNREL - HELD FOR APPROVAL   : ' WS-HELD-COUNT
           DISPLAY 'SCRNREL - CASES STILL OPEN    : ' WS-OPEN-COUNT.

       3100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DECISIONS APPLIED      :' TO WS-SUM-LABEL
           COMPUTE WS-SUM-COUNT = WS-RELEASED-COUNT
               + WS-CONFIRMED-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DECISIONS REJECTED     :' TO WS-SUM-LABEL
           MOVE WS-REJECT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'FREEZES LIFTED         :' TO WS-SUM-LABEL
           MOVE WS-FREEZES-LIFTED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'HOLDS RESTORED         :' TO WS-SUM-LABEL
           MOVE WS-HOLDS-RESTORED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'FREEZES KEPT           :' TO WS-SUM-LABEL
           MOVE WS-FREEZES-KEPT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'HELD FOR APPROVAL      :' TO WS-SUM-LABEL
           MOVE WS-HELD-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CASES HIT IN PERIOD    :' TO WS-SUM-LABEL
           MOVE WS-PERIOD-HIT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RELEASED IN PERIOD     :' TO WS-SUM-LABEL
           MOVE WS-PERIOD-RELEASED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CONFIRMED IN PERIOD    :' TO WS-SUM-LABEL
           MOVE WS-PERIOD-CONFIRMED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CASES STILL OPEN       :' TO WS-SUM-LABEL
           MOVE WS-OPEN-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CASES LISTED           :' TO WS-SUM-LABEL
           MOVE WS-CASES-LISTED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-WRITE-SIGNOFF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REVIEWED AND SIGNED OFF BY THE COMPLIANCE OFFICER'
               TO WS-SGN-TEXT
           MOVE WS-SIGNOFF-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               'NAME: ________________  SIGNATURE: ________________'
               TO WS-SGN-TEXT
           MOVE WS-SIGNOFF-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DATE: __________' TO WS-SGN-TEXT
           MOVE WS-SIGNOFF-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
