       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRCHK.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    SHARED DUAL-AUTHORISATION SUBPROGRAM, IN THE STYLE OF MNTJRNL
      *    AND BUSDAY.  CALLED BY EVERY PROGRAM THAT ACTS ON AN
      *    OPERATOR-EDITED INPUT FILE WHERE ONE CLERK COULD OTHERWISE
      *    MOVE MONEY OR WEAKEN A CONTROL ALONE - XFERGEN (TRANSFERS),
      *    EXCPRCYC (REPAIR AND REJECT DECISIONS), HOLDMNT (HOLD
      *    RELEASES), SCRNREL (SANCTIONS FREEZE LIFTS), CUSTMNT
      *    (ACCT-LIMIT CHANGES) AND RATEMNT (RATE AND FEE CHANGES).  THE
      *    CALLER PASSES THE AUTHORITY CLASS, THE FIGURE THE ITEM IS
      *    MEASURED BY, THE KEYING OPERATOR AND ANY APPROVING OPERATOR
      *    KEYED WITH IT, AFTER EVERY OTHER EDIT HAS PASSED, AND ACTS ON
      *    THE RESULT:
      *      A - WITHIN THE KEYING OPERATOR'S OWN LIMIT; APPLY.
      *      C - ABOVE THE KEYING OPERATOR'S LIMIT BUT APPROVED BY A
      *          DIFFERENT ACTIVE APPROVER WHOSE OWN LIMIT COVERS IT;
      *          APPLY, AND JOURNAL BOTH OPERATORS.  THE APPROVAL IS
      *          RECORDED ON THE PENDING-APPROVAL FILE.
      *      H - ABOVE THE KEYING OPERATOR'S LIMIT WITH NO APPROVER;
      *          HELD ON THE PENDING-APPROVAL FILE, NOT APPLIED.
      *      P - THE SAME ITEM IS ALREADY HELD AWAITING APPROVAL;
      *          NOT APPLIED AND NOT HELD A SECOND TIME.
      *      R - REFUSED: THE KEYING OPERATOR IS NOT AN ACTIVE
      *          OPERATOR ON THE AUTHORITY FILE, OR THE APPROVER IS
      *          THE KEYING OPERATOR, IS NOT AN ACTIVE APPROVER, OR
      *          IS NOT CLEARED FOR THE FIGURE.  LK-REASON SAYS WHICH.
      *    A HELD ITEM IS RELEASED BY RESUBMITTING THE SAME
      *    TRANSACTION WITH THE APPROVING OPERATOR KEYED ON IT; THE
      *    CALLER'S ITEM KEY FINDS THE HELD RECORD AGAIN AND MARKS IT
      *    APPROVED.  APPRRPT PRINTS WHAT IS STILL HELD.
      *
      *    MONEY CLASSES COMPARE LK-AMOUNT WITH THE OPERATOR'S LIMIT
      *    FOR THE CLASS; THE RATE CLASS COMPARES LK-RATE, THE SIZE OF
      *    THE RATE CHANGE, WITH THE LARGEST RATE MOVE THE OPERATOR MAY
      *    MAKE.  BOTH FILES ARE OPENED ONCE, ON THE FIRST CALL IN THE
      *    RUN UNIT, AND LEFT OPEN FOR THE LIFE OF THE RUN.  A MISSING
      *    AUTHORITY FILE LEAVES NO OPERATOR AUTHORISED, SO NOTHING
      *    GATED IS APPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPA-FS.

           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO PENDAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
       01  OPERATOR-AUTHORITY-RECORD.
           COPY OPERATOR-AUTHORITY-RECORD.

       FD  PENDING-APPROVAL-FILE
           RECORDING MODE IS F.
       01  PENDING-APPROVAL-RECORD.
           COPY PENDING-APPROVAL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-OPA-FS                   PIC XX VALUE SPACES.
       01  WS-PND-FS                   PIC XX VALUE SPACES.

       01  WS-FIRST-CALL-SW            PIC X VALUE 'Y'.
           88 WS-FIRST-CALL            VALUE 'Y'.

       01  WS-FLAGS.
           05 WS-OPER-FOUND-SW        PIC X VALUE 'N'.
              88 OPER-FOUND           VALUE 'Y'.
           05 WS-WITHIN-LIMIT-SW      PIC X VALUE 'N'.
              88 WITHIN-LIMIT         VALUE 'Y'.
           05 WS-PENDING-FOUND-SW     PIC X VALUE 'N'.
              88 PENDING-FOUND        VALUE 'Y'.

       01  WS-LOOKUP-OPERATOR          PIC X(12) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOB-NAME                  PIC X(8).
       01  LK-AUTH-CLASS                PIC X.
           88 LK-CLASS-TRANSFER         VALUE 'X'.
           88 LK-CLASS-REPAIR           VALUE 'R'.
           88 LK-CLASS-RELEASE          VALUE 'H'.
           88 LK-CLASS-LIMIT            VALUE 'L'.
           88 LK-CLASS-FEE              VALUE 'F'.
           88 LK-CLASS-RATE             VALUE 'T'.
       01  LK-ITEM-KEY                  PIC X(40).
       01  LK-AMOUNT                    PIC S9(11)V99 COMP-3.
       01  LK-RATE                      PIC 9V9(6) COMP-3.
       01  LK-MAKER-REF                 PIC X(12).
       01  LK-CHECKER-REF               PIC X(12).
       01  LK-ITEM-IMAGE                PIC X(80).
       01  LK-RESULT                    PIC X.
       01  LK-REASON                    PIC X(30).

       PROCEDURE DIVISION USING LK-JOB-NAME LK-AUTH-CLASS
           LK-ITEM-KEY LK-AMOUNT LK-RATE LK-MAKER-REF
           LK-CHECKER-REF LK-ITEM-IMAGE LK-RESULT LK-REASON.
       0000-MAIN-PROCESS.
           IF WS-FIRST-CALL
               PERFORM 1000-INITIALIZE
           END-IF
           MOVE SPACES TO LK-REASON
           PERFORM 2000-CHECK-MAKER
           IF LK-RESULT NOT = 'R'
               AND NOT WITHIN-LIMIT
               IF LK-CHECKER-REF = SPACES
                   PERFORM 3000-HOLD-ITEM
               ELSE
                   PERFORM 4000-CHECK-APPROVER
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           OPEN INPUT OPERATOR-AUTH-FILE
           OPEN I-O   PENDING-APPROVAL-FILE
           MOVE 'N' TO WS-FIRST-CALL-SW.

       2000-CHECK-MAKER.
           MOVE 'N' TO WS-WITHIN-LIMIT-SW
           MOVE LK-MAKER-REF TO WS-LOOKUP-OPERATOR
           PERFORM 2100-LOCATE-OPERATOR
           IF LK-MAKER-REF = SPACES
               OR NOT OPER-FOUND
               MOVE 'R' TO LK-RESULT
               MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO LK-REASON
           ELSE
               IF NOT OPA-ACTIVE
                   MOVE 'R' TO LK-RESULT
                   MOVE 'OPERATOR AUTHORITY REVOKED' TO LK-REASON
               ELSE
                   PERFORM 2200-TEST-OPERATOR-LIMIT
                   MOVE 'A' TO LK-RESULT
               END-IF
           END-IF.

       2100-LOCATE-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW
           MOVE WS-LOOKUP-OPERATOR TO OPA-OPERATOR-ID
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPER-FOUND TO TRUE
           END-READ.

      *    SETS WITHIN-LIMIT WHEN THE OPERATOR RECORD IN THE BUFFER
      *    IS CLEARED FOR THE ITEM'S FIGURE UNDER ITS CLASS.
       2200-TEST-OPERATOR-LIMIT.
           MOVE 'N' TO WS-WITHIN-LIMIT-SW
           EVALUATE TRUE
               WHEN LK-CLASS-TRANSFER
                   IF LK-AMOUNT NOT > OPA-XFER-AUTH
                       SET WITHIN-LIMIT TO TRUE
                   END-IF
               WHEN LK-CLASS-REPAIR
                   IF LK-AMOUNT NOT > OPA-REPAIR-AUTH
                       SET WITHIN-LIMIT TO TRUE
                   END-IF
               WHEN LK-CLASS-RELEASE
                   IF LK-AMOUNT NOT > OPA-RELEASE-AUTH
                       SET WITHIN-LIMIT TO TRUE
                   END-IF
               WHEN LK-CLASS-LIMIT
                   IF LK-AMOUNT NOT > OPA-LIMIT-AUTH
                       SET WITHIN-LIMIT TO TRUE
                   END-IF
               WHEN LK-CLASS-FEE
                   IF LK-AMOUNT NOT > OPA-FEE-AUTH
                       SET WITHIN-LIMIT TO TRUE
                   END-IF
               WHEN LK-CLASS-RATE
                   IF LK-RATE NOT > OPA-RATE-AUTH
                       SET WITHIN-LIMIT TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'APPRCHK - INVALID AUTHORITY CLASS: '
                       LK-AUTH-CLASS
           END-EVALUATE.

      *    AN ITEM ALREADY HELD AND NOT YET APPROVED IS LEFT AS IT
      *    IS, SO RESUBMITTING IT UNAPPROVED NEVER RESETS ITS AGE.
      *    A KEY LAST USED BY AN ITEM SINCE APPROVED IS REUSED.
       3000-HOLD-ITEM.
           PERFORM 3100-LOCATE-PENDING
           IF PENDING-FOUND
               AND PND-PENDING
               MOVE 'P' TO LK-RESULT
               MOVE 'ALREADY HELD FOR APPROVAL' TO LK-REASON
           ELSE
               PERFORM 3200-BUILD-PENDING-RECORD
               SET PND-PENDING TO TRUE
               MOVE SPACES TO PND-APPROVER-REF
               MOVE ZERO TO PND-APPROVED-DATE
               IF PENDING-FOUND
                   REWRITE PENDING-APPROVAL-RECORD
               ELSE
                   WRITE PENDING-APPROVAL-RECORD
               END-IF
               MOVE 'H' TO LK-RESULT
               MOVE 'HELD FOR APPROVAL' TO LK-REASON
           END-IF.

       3100-LOCATE-PENDING.
           MOVE 'N' TO WS-PENDING-FOUND-SW
           MOVE LK-JOB-NAME TO PND-JOB-NAME
           MOVE LK-ITEM-KEY TO PND-ITEM-KEY
           READ PENDING-APPROVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PENDING-FOUND TO TRUE
           END-READ.

       3200-BUILD-PENDING-RECORD.
           MOVE LK-JOB-NAME TO PND-JOB-NAME
           MOVE LK-ITEM-KEY TO PND-ITEM-KEY
           MOVE LK-AUTH-CLASS TO PND-AUTH-CLASS
           MOVE LK-AMOUNT TO PND-AMOUNT
           MOVE LK-RATE TO PND-RATE
           MOVE LK-MAKER-REF TO PND-MAKER-REF
           MOVE WS-TODAY TO PND-HELD-DATE
           MOVE LK-ITEM-IMAGE TO PND-ITEM-IMAGE.

       4000-CHECK-APPROVER.
           MOVE LK-CHECKER-REF TO WS-LOOKUP-OPERATOR
           PERFORM 2100-LOCATE-OPERATOR
           EVALUATE TRUE
               WHEN LK-CHECKER-REF = LK-MAKER-REF
                   MOVE 'R' TO LK-RESULT
                   MOVE 'APPROVER SAME AS OPERATOR' TO LK-REASON
               WHEN NOT OPER-FOUND
                   MOVE 'R' TO LK-RESULT
                   MOVE 'APPROVER NOT ON AUTHORITY FILE'
                       TO LK-REASON
               WHEN NOT OPA-ACTIVE
                   OR NOT OPA-APPROVER
                   MOVE 'R' TO LK-RESULT
                   MOVE 'APPROVER NOT AUTHORISED' TO LK-REASON
               WHEN OTHER
                   PERFORM 2200-TEST-OPERATOR-LIMIT
                   IF WITHIN-LIMIT
                       PERFORM 4100-RECORD-APPROVAL
                       MOVE 'C' TO LK-RESULT
                       MOVE 'APPROVED BY SECOND OPERATOR'
                           TO LK-REASON
                   ELSE
                       MOVE 'R' TO LK-RESULT
                       MOVE 'ABOVE APPROVER LIMIT' TO LK-REASON
                   END-IF
           END-EVALUATE.

      *    AN ITEM APPROVED ON ITS FIRST SUBMISSION WAS NEVER HELD;
      *    IT IS WRITTEN STRAIGHT TO THE FILE AS APPROVED, HELD AND
      *    APPROVED THE SAME DAY, SO EVERY DUAL-AUTHORISED ITEM HAS
      *    ITS RECORD.
       4100-RECORD-APPROVAL.
           PERFORM 3100-LOCATE-PENDING
           IF PENDING-FOUND
               AND PND-PENDING
               CONTINUE
           ELSE
               PERFORM 3200-BUILD-PENDING-RECORD
           END-IF
           SET PND-APPROVED TO TRUE
           MOVE LK-CHECKER-REF TO PND-APPROVER-REF
           MOVE WS-TODAY TO PND-APPROVED-DATE
           IF PENDING-FOUND
               REWRITE PENDING-APPROVAL-RECORD
           ELSE
               WRITE PENDING-APPROVAL-RECORD
           END-IF.
