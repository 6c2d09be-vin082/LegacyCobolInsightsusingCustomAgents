      *    THROUGH THE SHARED MNTJRNL SUBPROGRAM.  OPERATIONS SWAPS
      *    THE NEW GENERATION FILES IN AFTER A CLEAN RUN, THE SAME
      *    WAY THE ARCHPURG RETAINED AUDIT FILE IS SWAPPED.
      *    TERM-DEPOSIT RATES ARE KEPT BY TERM IN MONTHS THEN EFFECTIVE
      *    DATE; TDEPOPEN AND TDEPMTRY FIX A DEPOSIT'S CONTRACT RATE
      *    FROM THE GENERATION IN FORCE FOR ITS TERM.  EVERY JOURNAL
      *    ENTRY CARRIES THE KEYING OPERATOR AND ANY APPROVING OPERATOR.
      *    A RATE CHANGE IS MEASURED BY HOW FAR IT MOVES THE RATE, UP OR
      *    DOWN, FROM THE GENERATION IN FORCE FOR THE SAME KEY.  A
      *    CHANGE ABOVE THE KEYING OPERATOR'S RATE OR FEE AUTHORITY ON
      *    THE OPERATOR AUTHORITY FILE IS HELD ON THE PENDING-APPROVAL
      *    FILE THROUGH THE SHARED APPRCHK SUBPROGRAM, AND LEFT OUT OF
      *    THE NEW GENERATION, UNTIL IT IS RESUBMITTED WITH A DIFFERENT,
      *    AUTHORISED APPROVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-FEE-SCHEDULE-FILE ASSIGN TO FEESCHDN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TERM-RATE-FILE ASSIGN TO TERMRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRMO-FS.

           SELECT NEW-TERM-RATE-FILE ASSIGN TO TERMRATN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RATE-REGISTER ASSIGN TO RATERPT
               ORGANIZATION IS SEQUENTIAL.

              88 RTT-DEPOSIT          VALUE 'D'.
              88 RTT-LOAN             VALUE 'L'.
              88 RTT-FEE              VALUE 'F'.
              88 RTT-TERM             VALUE 'T'.
           05 RTT-ACTION              PIC X.
              88 RTT-ADD              VALUE 'A'.
              88 RTT-DELETE           VALUE 'D'.
              10 RTT-FREE-X REDEFINES RTT-FREE-TRANS-CNT
                                      PIC X(3).
              10 FILLER               PIC X(16).
           05 RTT-TERM-DETAIL REDEFINES RTT-DEPOSIT-DETAIL.
              10 RTT-TD-TERM-MONTHS   PIC 9(3).
              10 RTT-TD-TERM-X REDEFINES RTT-TD-TERM-MONTHS
                                      PIC X(3).
              10 RTT-TD-RATE          PIC 9V9(6).
              10 RTT-TD-RATE-X REDEFINES RTT-TD-RATE
                                      PIC X(7).
              10 FILLER               PIC X(30).
           05 RTT-OPERATOR-REF        PIC X(12).
           05 RTT-APPROVER-REF        PIC X(12).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
           05 NFE-FREE-TRANS-CNT      PIC 9(3).
           05 NFE-EFFECTIVE-DATE      PIC 9(8).

       FD  TERM-RATE-FILE
           RECORDING MODE IS F.
       01  TERM-RATE-RECORD.
           COPY TERM-RATE-RECORD.

       FD  NEW-TERM-RATE-FILE
           RECORDING MODE IS F.
       01  NEW-TERM-RATE-RECORD.
           05 NTR-TERM-MONTHS         PIC 9(3).
           05 NTR-ANNUAL-RATE         PIC 9V9(6) COMP-3.
           05 NTR-EFFECTIVE-DATE      PIC 9(8).

       FD  RATE-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE                  PIC X(80).
           88 WS-LONO-MISSING          VALUE '35'.
       01  WS-FEEO-FS                  PIC XX VALUE SPACES.
           88 WS-FEEO-MISSING          VALUE '35'.
       01  WS-TRMO-FS                  PIC XX VALUE SPACES.
           88 WS-TRMO-MISSING          VALUE '35'.

       01  WS-FLAGS.
           05 WS-TRAN-EOF             PIC X VALUE 'N'.
              10 WS-DEP-CEILING      PIC S9(11)V99 COMP-3.
              10 WS-DEP-RATE         PIC 9V9(6) COMP-3.
              10 WS-DEP-USED-SW      PIC X.
              10 WS-DEP-OPERATOR     PIC X(12).
              10 WS-DEP-APPROVER     PIC X(12).
       01  WS-DEP-SUB                  PIC 9(2) VALUE ZERO.
       01  WS-DEP-PICK                 PIC 9(2) VALUE ZERO.

              10 WS-LON-RATE         PIC 9V9(6) COMP-3.
              10 WS-LON-TERM         PIC 9(3).
              10 WS-LON-USED-SW      PIC X.
              10 WS-LON-OPERATOR     PIC X(12).
              10 WS-LON-APPROVER     PIC X(12).
       01  WS-LON-SUB                  PIC 9(2) VALUE ZERO.
       01  WS-LON-PICK                 PIC 9(2) VALUE ZERO.

              10 WS-FEE-PER-TRANS    PIC S9(7)V99 COMP-3.
              10 WS-FEE-FREE         PIC 9(3).
              10 WS-FEE-USED-SW      PIC X.
              10 WS-FEE-OPERATOR     PIC X(12).
              10 WS-FEE-APPROVER     PIC X(12).
       01  WS-FEE-SUB                  PIC 9(2) VALUE ZERO.
       01  WS-FEE-PICK                 PIC 9(2) VALUE ZERO.

       01  WS-TRM-TABLE.
           05 WS-TRM-COUNT            PIC 9(2) VALUE ZERO.
           05 WS-TRM-ENTRY OCCURS 50 TIMES.
              10 WS-TRM-ACTION       PIC X.
              10 WS-TRM-TERM         PIC 9(3).
              10 WS-TRM-EFFECTIVE    PIC 9(8).
              10 WS-TRM-RATE         PIC 9V9(6) COMP-3.
              10 WS-TRM-USED-SW      PIC X.
              10 WS-TRM-OPERATOR     PIC X(12).
              10 WS-TRM-APPROVER     PIC X(12).
       01  WS-TRM-SUB                  PIC 9(2) VALUE ZERO.
       01  WS-TRM-PICK                 PIC 9(2) VALUE ZERO.

       01  WS-APPROVAL-CONTROL.
           05 WS-APR-JOB-NAME         PIC X(8) VALUE 'RATEMNT '.
           05 WS-APR-AUTH-CLASS       PIC X VALUE SPACE.
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
       01  WS-TOP-OF-RATE-SCALE        PIC 9V9(6) VALUE 9.999999.

       01  WS-RATE-CHANGE-WORK.
           05 WS-RCW-EFFECTIVE        PIC 9(8) VALUE ZERO.
           05 WS-RCW-PRIOR-EFFECTIVE  PIC 9(8) VALUE ZERO.
           05 WS-RCW-PRIOR-RATE       PIC 9V9(6) COMP-3 VALUE ZERO.
           05 WS-RCW-NEW-RATE         PIC 9V9(6) COMP-3 VALUE ZERO.
           05 WS-RCW-CHANGE           PIC S9V9(6) COMP-3 VALUE ZERO.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE SPACES.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'RATEMNT '.

       01  WS-COUNTERS.
           05 WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-UNMATCHED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-REGISTER-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           PERFORM 3100-MERGE-DEPOSIT-TABLE
           PERFORM 3200-MERGE-LOAN-TABLE
           PERFORM 3300-MERGE-FEE-TABLE
           PERFORM 3400-MERGE-TERM-TABLE
           PERFORM 3500-REPORT-UNMATCHED-DELETES
           PERFORM 3600-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           MOVE 'N' TO WS-EDIT-FAILED-SW
           MOVE SPACES TO WS-EDIT-REASON
           PERFORM 2100-EDIT-TRAN
           IF NOT EDIT-FAILED
               PERFORM 2600-CHECK-AUTHORITY
               IF APR-REFUSED
                   MOVE WS-APR-REASON TO WS-EDIT-REASON
                   SET EDIT-FAILED TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN EDIT-FAILED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-EDIT-REASON TO WS-REG-DISPOSITION
                   PERFORM 2800-WRITE-REGISTER-LINE
               WHEN APR-HELD OR APR-STILL-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-APR-REASON TO WS-REG-DISPOSITION
                   PERFORM 2800-WRITE-REGISTER-LINE
               WHEN OTHER
                   PERFORM 2500-STORE-TRAN
           END-EVALUATE
           PERFORM 2910-READ-TRAN.

       2100-EDIT-TRAN.
           IF NOT RTT-DEPOSIT AND NOT RTT-LOAN AND NOT RTT-FEE
               AND NOT RTT-TERM
               MOVE 'TABLE NOT D/L/F/T' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
                       PERFORM 2300-EDIT-LOAN-FIELDS
                   WHEN RTT-FEE
                       PERFORM 2400-EDIT-FEE-FIELDS
                   WHEN RTT-TERM
                       PERFORM 2450-EDIT-TERM-FIELDS
               END-EVALUATE
           END-IF.

               SET EDIT-FAILED TO TRUE
           END-IF.

       2450-EDIT-TERM-FIELDS.
           IF RTT-TD-TERM-X NOT NUMERIC
               OR RTT-TD-TERM-MONTHS = ZERO
               MOVE 'TERM MONTHS NOT NUMERIC/ZERO' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED
               AND RTT-ADD
               AND RTT-TD-RATE-X NOT NUMERIC
               MOVE 'ANNUAL RATE NOT NUMERIC' TO WS-EDIT-REASON
               SET EDIT-FAILED TO TRUE
           END-IF.

       2500-STORE-TRAN.
           EVALUATE TRUE
               WHEN RTT-DEPOSIT
                   PERFORM 2520-STORE-LOAN-TRAN
               WHEN RTT-FEE
                   PERFORM 2530-STORE-FEE-TRAN
               WHEN RTT-TERM
                   PERFORM 2540-STORE-TERM-TRAN
           END-EVALUATE.

       2510-STORE-DEPOSIT-TRAN.
                   MOVE ZERO TO WS-DEP-RATE (WS-DEP-COUNT)
               END-IF
               MOVE 'N' TO WS-DEP-USED-SW (WS-DEP-COUNT)
               MOVE RTT-OPERATOR-REF
                   TO WS-DEP-OPERATOR (WS-DEP-COUNT)
               MOVE WS-JRN-APPROVER-REF
                   TO WS-DEP-APPROVER (WS-DEP-COUNT)
           END-IF.

       2520-STORE-LOAN-TRAN.
                   MOVE ZERO TO WS-LON-TERM (WS-LON-COUNT)
               END-IF
               MOVE 'N' TO WS-LON-USED-SW (WS-LON-COUNT)
               MOVE RTT-OPERATOR-REF
                   TO WS-LON-OPERATOR (WS-LON-COUNT)
               MOVE WS-JRN-APPROVER-REF
                   TO WS-LON-APPROVER (WS-LON-COUNT)
           END-IF.

       2530-STORE-FEE-TRAN.
                   MOVE ZERO TO WS-FEE-FREE (WS-FEE-COUNT)
               END-IF
               MOVE 'N' TO WS-FEE-USED-SW (WS-FEE-COUNT)
               MOVE RTT-OPERATOR-REF
                   TO WS-FEE-OPERATOR (WS-FEE-COUNT)
               MOVE WS-JRN-APPROVER-REF
                   TO WS-FEE-APPROVER (WS-FEE-COUNT)
           END-IF.

       2540-STORE-TERM-TRAN.
           IF WS-TRM-COUNT = 50
               MOVE 'TERM TABLE FULL - RERUN' TO WS-REG-DISPOSITION
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               ADD 1 TO WS-TRM-COUNT
               MOVE RTT-ACTION TO WS-TRM-ACTION (WS-TRM-COUNT)
               MOVE RTT-TD-TERM-MONTHS TO WS-TRM-TERM (WS-TRM-COUNT)
               MOVE RTT-EFFECTIVE-DATE
                   TO WS-TRM-EFFECTIVE (WS-TRM-COUNT)
               IF RTT-TD-RATE-X NUMERIC
                   MOVE RTT-TD-RATE TO WS-TRM-RATE (WS-TRM-COUNT)
               ELSE
                   MOVE ZERO TO WS-TRM-RATE (WS-TRM-COUNT)
               END-IF
               MOVE 'N' TO WS-TRM-USED-SW (WS-TRM-COUNT)
               MOVE RTT-OPERATOR-REF
                   TO WS-TRM-OPERATOR (WS-TRM-COUNT)
               MOVE WS-JRN-APPROVER-REF
                   TO WS-TRM-APPROVER (WS-TRM-COUNT)
           END-IF.

      *    A RATE ROW IS MEASURED BY HOW FAR IT MOVES THE RATE - THE
      *    DIFFERENCE, EITHER WAY, FROM THE GENERATION ALREADY ON FILE
      *    AND IN FORCE FOR THE SAME KEY AT THE NEW EFFECTIVE DATE (ZERO
      *    WHEN THERE IS NONE) - AND A FEE ROW BY THE LARGER OF ITS TWO
      *    CHARGES.  A DELETE CARRIES NO FIGURE OF ITS OWN - IT
      *    WITHDRAWS A GENERATION CUSTOMERS MAY ALREADY HAVE BEEN TOLD
      *    OF - SO IT IS MEASURED AT THE TOP OF THE RATE SCALE.  THE
      *    HELD-ITEM KEY IS THE TRANSACTION LESS ITS OPERATOR
      *    REFERENCES.
       2600-CHECK-AUTHORITY.
           MOVE ZERO TO WS-APR-AMOUNT
           MOVE ZERO TO WS-APR-RATE
           EVALUATE TRUE
               WHEN RTT-DELETE
                   MOVE 'T' TO WS-APR-AUTH-CLASS
                   MOVE WS-TOP-OF-RATE-SCALE TO WS-APR-RATE
               WHEN RTT-FEE
                   MOVE 'F' TO WS-APR-AUTH-CLASS
                   MOVE RTT-SERVICE-AMOUNT TO WS-APR-AMOUNT
                   IF RTT-PER-TRANS-AMT > RTT-SERVICE-AMOUNT
                       MOVE RTT-PER-TRANS-AMT TO WS-APR-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE 'T' TO WS-APR-AUTH-CLASS
                   PERFORM 2610-MEASURE-RATE-CHANGE
                   MOVE WS-RCW-CHANGE TO WS-APR-RATE
           END-EVALUATE
           MOVE SPACES TO WS-APR-ITEM-KEY
           MOVE RATE-TRAN-RECORD (1:40) TO WS-APR-ITEM-KEY
           MOVE RTT-OPERATOR-REF TO WS-APR-MAKER-REF
           MOVE RTT-APPROVER-REF TO WS-APR-CHECKER-REF
           MOVE SPACES TO WS-APR-ITEM-IMAGE
           MOVE RATE-TRAN-RECORD TO WS-APR-ITEM-IMAGE
           CALL 'APPRCHK' USING WS-APR-JOB-NAME WS-APR-AUTH-CLASS
               WS-APR-ITEM-KEY WS-APR-AMOUNT WS-APR-RATE
               WS-APR-MAKER-REF WS-APR-CHECKER-REF
               WS-APR-ITEM-IMAGE WS-APR-RESULT WS-APR-REASON
           IF APR-CHECKED
               MOVE RTT-APPROVER-REF TO WS-JRN-APPROVER-REF
           ELSE
               MOVE SPACES TO WS-JRN-APPROVER-REF
           END-IF.

       2610-MEASURE-RATE-CHANGE.
           MOVE RTT-EFFECTIVE-DATE TO WS-RCW-EFFECTIVE
           MOVE ZERO TO WS-RCW-PRIOR-EFFECTIVE
           MOVE ZERO TO WS-RCW-PRIOR-RATE
           MOVE 'N' TO WS-OLD-EOF
           EVALUATE TRUE
               WHEN RTT-DEPOSIT
                   MOVE RTT-DEP-RATE TO WS-RCW-NEW-RATE
                   OPEN INPUT DEPOSIT-RATE-FILE
                   IF WS-DEPO-MISSING
                       SET OLD-EOF TO TRUE
                   ELSE
                       PERFORM 3190-READ-OLD-DEPOSIT
                   END-IF
                   PERFORM 2620-SCAN-PRIOR-DEPOSIT UNTIL OLD-EOF
                   IF NOT WS-DEPO-MISSING
                       CLOSE DEPOSIT-RATE-FILE
                   END-IF
               WHEN RTT-LOAN
                   MOVE RTT-LOAN-RATE TO WS-RCW-NEW-RATE
                   OPEN INPUT LOAN-TERMS-FILE
                   IF WS-LONO-MISSING
                       SET OLD-EOF TO TRUE
                   ELSE
                       PERFORM 3290-READ-OLD-LOAN
                   END-IF
                   PERFORM 2630-SCAN-PRIOR-LOAN UNTIL OLD-EOF
                   IF NOT WS-LONO-MISSING
                       CLOSE LOAN-TERMS-FILE
                   END-IF
               WHEN OTHER
                   MOVE RTT-TD-RATE TO WS-RCW-NEW-RATE
                   OPEN INPUT TERM-RATE-FILE
                   IF WS-TRMO-MISSING
                       SET OLD-EOF TO TRUE
                   ELSE
                       PERFORM 3490-READ-OLD-TERM
                   END-IF
                   PERFORM 2640-SCAN-PRIOR-TERM UNTIL OLD-EOF
                   IF NOT WS-TRMO-MISSING
                       CLOSE TERM-RATE-FILE
                   END-IF
           END-EVALUATE
           COMPUTE WS-RCW-CHANGE = WS-RCW-NEW-RATE - WS-RCW-PRIOR-RATE
           IF WS-RCW-CHANGE < ZERO
               COMPUTE WS-RCW-CHANGE = ZERO - WS-RCW-CHANGE
           END-IF.

       2620-SCAN-PRIOR-DEPOSIT.
           IF DPR-TIER-CEILING = RTT-TIER-CEILING
               AND DPR-EFFECTIVE-DATE <= WS-RCW-EFFECTIVE
               AND DPR-EFFECTIVE-DATE >= WS-RCW-PRIOR-EFFECTIVE
               MOVE DPR-EFFECTIVE-DATE TO WS-RCW-PRIOR-EFFECTIVE
               MOVE DPR-ANNUAL-RATE TO WS-RCW-PRIOR-RATE
           END-IF
           PERFORM 3190-READ-OLD-DEPOSIT.

       2630-SCAN-PRIOR-LOAN.
           IF LNT-ACCT-ID = RTT-ACCT-ID
               AND LNT-EFFECTIVE-DATE <= WS-RCW-EFFECTIVE
               AND LNT-EFFECTIVE-DATE >= WS-RCW-PRIOR-EFFECTIVE
               MOVE LNT-EFFECTIVE-DATE TO WS-RCW-PRIOR-EFFECTIVE
               MOVE LNT-ANNUAL-RATE TO WS-RCW-PRIOR-RATE
           END-IF
           PERFORM 3290-READ-OLD-LOAN.

       2640-SCAN-PRIOR-TERM.
           IF TRT-TERM-MONTHS = RTT-TD-TERM-MONTHS
               AND TRT-EFFECTIVE-DATE <= WS-RCW-EFFECTIVE
               AND TRT-EFFECTIVE-DATE >= WS-RCW-PRIOR-EFFECTIVE
               MOVE TRT-EFFECTIVE-DATE TO WS-RCW-PRIOR-EFFECTIVE
               MOVE TRT-ANNUAL-RATE TO WS-RCW-PRIOR-RATE
           END-IF
           PERFORM 3490-READ-OLD-TERM.

       2700-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-EDIT-DATE NOT NUMERIC
                   MOVE RTT-ACCT-ID TO WS-REG-KEY
               WHEN RTT-FEE
                   MOVE RTT-ACCT-TYPE TO WS-REG-KEY
               WHEN RTT-TERM
                   MOVE RTT-TD-TERM-X TO WS-REG-KEY
               WHEN OTHER
                   MOVE RTT-CEILING-X TO WS-REG-KEY
           END-EVALUATE
           MOVE WS-DEP-EFFECTIVE (WS-DEP-PICK) TO NDP-EFFECTIVE-DATE
           WRITE NEW-DEPOSIT-RATE-RECORD
           MOVE 'Y' TO WS-DEP-USED-SW (WS-DEP-PICK)
           MOVE WS-DEP-OPERATOR (WS-DEP-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-DEP-APPROVER (WS-DEP-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'D' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
           MOVE WS-DEP-EFFECTIVE (WS-DEP-PICK) TO NDP-EFFECTIVE-DATE
           WRITE NEW-DEPOSIT-RATE-RECORD
           MOVE 'Y' TO WS-DEP-USED-SW (WS-DEP-PICK)
           MOVE WS-DEP-OPERATOR (WS-DEP-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-DEP-APPROVER (WS-DEP-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'D' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
                       = DPR-TIER-CEILING
                   SET DELETE-MATCHED TO TRUE
                   MOVE 'Y' TO WS-DEP-USED-SW (WS-DEP-SUB)
                   MOVE WS-DEP-OPERATOR (WS-DEP-SUB)
                       TO WS-JRN-OPERATOR-REF
                   MOVE WS-DEP-APPROVER (WS-DEP-SUB)
                       TO WS-JRN-APPROVER-REF
               END-IF
           END-PERFORM.

           MOVE WS-LON-EFFECTIVE (WS-LON-PICK) TO NLT-EFFECTIVE-DATE
           WRITE NEW-LOAN-TERMS-RECORD
           MOVE 'Y' TO WS-LON-USED-SW (WS-LON-PICK)
           MOVE WS-LON-OPERATOR (WS-LON-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-LON-APPROVER (WS-LON-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'L' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
           MOVE WS-LON-EFFECTIVE (WS-LON-PICK) TO NLT-EFFECTIVE-DATE
           WRITE NEW-LOAN-TERMS-RECORD
           MOVE 'Y' TO WS-LON-USED-SW (WS-LON-PICK)
           MOVE WS-LON-OPERATOR (WS-LON-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-LON-APPROVER (WS-LON-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'L' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
                       = LNT-EFFECTIVE-DATE
                   SET DELETE-MATCHED TO TRUE
                   MOVE 'Y' TO WS-LON-USED-SW (WS-LON-SUB)
                   MOVE WS-LON-OPERATOR (WS-LON-SUB)
                       TO WS-JRN-OPERATOR-REF
                   MOVE WS-LON-APPROVER (WS-LON-SUB)
                       TO WS-JRN-APPROVER-REF
               END-IF
           END-PERFORM.

           MOVE WS-FEE-EFFECTIVE (WS-FEE-PICK) TO NFE-EFFECTIVE-DATE
           WRITE NEW-FEE-SCHEDULE-RECORD
           MOVE 'Y' TO WS-FEE-USED-SW (WS-FEE-PICK)
           MOVE WS-FEE-OPERATOR (WS-FEE-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-FEE-APPROVER (WS-FEE-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'F' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
           MOVE WS-FEE-EFFECTIVE (WS-FEE-PICK) TO NFE-EFFECTIVE-DATE
           WRITE NEW-FEE-SCHEDULE-RECORD
           MOVE 'Y' TO WS-FEE-USED-SW (WS-FEE-PICK)
           MOVE WS-FEE-OPERATOR (WS-FEE-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-FEE-APPROVER (WS-FEE-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'F' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
                       = FEE-EFFECTIVE-DATE
                   SET DELETE-MATCHED TO TRUE
                   MOVE 'Y' TO WS-FEE-USED-SW (WS-FEE-SUB)
                   MOVE WS-FEE-OPERATOR (WS-FEE-SUB)
                       TO WS-JRN-OPERATOR-REF
                   MOVE WS-FEE-APPROVER (WS-FEE-SUB)
                       TO WS-JRN-APPROVER-REF
               END-IF
           END-PERFORM.

                   CONTINUE
           END-READ.

       3400-MERGE-TERM-TABLE.
           MOVE 'N' TO WS-OLD-EOF
           SET ADD-PICKED TO TRUE
           OPEN INPUT TERM-RATE-FILE
           IF WS-TRMO-MISSING
               SET OLD-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEW-TERM-RATE-FILE
           IF NOT OLD-EOF
               PERFORM 3490-READ-OLD-TERM
           END-IF
           PERFORM 3410-MERGE-ONE-TERM
               UNTIL OLD-EOF AND NOT ADD-PICKED
           CLOSE TERM-RATE-FILE
           CLOSE NEW-TERM-RATE-FILE.

       3410-MERGE-ONE-TERM.
           PERFORM 3420-PICK-NEXT-TERM-ADD
           EVALUATE TRUE
               WHEN ADD-PICKED
                   AND NOT OLD-EOF
                   AND WS-TRM-TERM (WS-TRM-PICK) = TRT-TERM-MONTHS
                   AND WS-TRM-EFFECTIVE (WS-TRM-PICK)
                       = TRT-EFFECTIVE-DATE
                   PERFORM 3435-REPLACE-TERM
               WHEN ADD-PICKED
                   AND (OLD-EOF
                       OR WS-TRM-TERM (WS-TRM-PICK) < TRT-TERM-MONTHS
                       OR (WS-TRM-TERM (WS-TRM-PICK) = TRT-TERM-MONTHS
                           AND WS-TRM-EFFECTIVE (WS-TRM-PICK)
                               < TRT-EFFECTIVE-DATE))
                   PERFORM 3430-WRITE-TERM-ADD
               WHEN NOT OLD-EOF
                   PERFORM 3440-COPY-OR-DROP-TERM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3420-PICK-NEXT-TERM-ADD.
           MOVE 'N' TO WS-ADD-PICKED-SW
           MOVE ZERO TO WS-TRM-PICK
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT
               IF WS-TRM-ACTION (WS-TRM-SUB) = 'A'
                   AND WS-TRM-USED-SW (WS-TRM-SUB) = 'N'
                   IF NOT ADD-PICKED
                       MOVE WS-TRM-SUB TO WS-TRM-PICK
                       SET ADD-PICKED TO TRUE
                   ELSE
                       IF WS-TRM-TERM (WS-TRM-SUB)
                           < WS-TRM-TERM (WS-TRM-PICK)
                           OR (WS-TRM-TERM (WS-TRM-SUB)
                               = WS-TRM-TERM (WS-TRM-PICK)
                               AND WS-TRM-EFFECTIVE (WS-TRM-SUB)
                                   < WS-TRM-EFFECTIVE (WS-TRM-PICK))
                           MOVE WS-TRM-SUB TO WS-TRM-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3430-WRITE-TERM-ADD.
           MOVE WS-TRM-TERM (WS-TRM-PICK) TO NTR-TERM-MONTHS
           MOVE WS-TRM-RATE (WS-TRM-PICK) TO NTR-ANNUAL-RATE
           MOVE WS-TRM-EFFECTIVE (WS-TRM-PICK) TO NTR-EFFECTIVE-DATE
           WRITE NEW-TERM-RATE-RECORD
           MOVE 'Y' TO WS-TRM-USED-SW (WS-TRM-PICK)
           MOVE WS-TRM-OPERATOR (WS-TRM-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-TRM-APPROVER (WS-TRM-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'T' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
           MOVE WS-TRM-EFFECTIVE (WS-TRM-PICK) TO WS-REG-EFFECTIVE
           MOVE SPACES TO WS-REG-KEY
           MOVE WS-TRM-TERM (WS-TRM-PICK) TO WS-REG-KEY
           MOVE 'TERM RATE LOADED' TO WS-REG-DISPOSITION
           PERFORM 2850-WRITE-MERGE-LINE
           MOVE 'TERMRATE' TO WS-JRN-FILE-ID
           MOVE 'A' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE NTR-TERM-MONTHS TO WS-JRN-RECORD-KEY (1:3)
           MOVE NTR-EFFECTIVE-DATE TO WS-JRN-RECORD-KEY (4:8)
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE NEW-TERM-RATE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 3800-CALL-JOURNAL.

       3435-REPLACE-TERM.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE TERM-RATE-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE WS-TRM-TERM (WS-TRM-PICK) TO NTR-TERM-MONTHS
           MOVE WS-TRM-RATE (WS-TRM-PICK) TO NTR-ANNUAL-RATE
           MOVE WS-TRM-EFFECTIVE (WS-TRM-PICK) TO NTR-EFFECTIVE-DATE
           WRITE NEW-TERM-RATE-RECORD
           MOVE 'Y' TO WS-TRM-USED-SW (WS-TRM-PICK)
           MOVE WS-TRM-OPERATOR (WS-TRM-PICK) TO WS-JRN-OPERATOR-REF
           MOVE WS-TRM-APPROVER (WS-TRM-PICK) TO WS-JRN-APPROVER-REF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'T' TO WS-REG-TABLE
           MOVE 'A' TO WS-REG-ACTION
           MOVE WS-TRM-EFFECTIVE (WS-TRM-PICK) TO WS-REG-EFFECTIVE
           MOVE SPACES TO WS-REG-KEY
           MOVE WS-TRM-TERM (WS-TRM-PICK) TO WS-REG-KEY
           MOVE 'TERM RATE REPLACED' TO WS-REG-DISPOSITION
           PERFORM 2850-WRITE-MERGE-LINE
           MOVE 'TERMRATE' TO WS-JRN-FILE-ID
           MOVE 'C' TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE NTR-TERM-MONTHS TO WS-JRN-RECORD-KEY (1:3)
           MOVE NTR-EFFECTIVE-DATE TO WS-JRN-RECORD-KEY (4:8)
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE NEW-TERM-RATE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 3800-CALL-JOURNAL
           PERFORM 3490-READ-OLD-TERM.

       3440-COPY-OR-DROP-TERM.
           PERFORM 3450-MATCH-TERM-DELETE
           IF DELETE-MATCHED
               MOVE 'T' TO WS-REG-TABLE
               MOVE 'D' TO WS-REG-ACTION
               MOVE TRT-EFFECTIVE-DATE TO WS-REG-EFFECTIVE
               MOVE SPACES TO WS-REG-KEY
               MOVE TRT-TERM-MONTHS TO WS-REG-KEY
               MOVE 'TERM RATE DROPPED' TO WS-REG-DISPOSITION
               PERFORM 2850-WRITE-MERGE-LINE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'TERMRATE' TO WS-JRN-FILE-ID
               MOVE 'D' TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-RECORD-KEY
               MOVE TRT-TERM-MONTHS TO WS-JRN-RECORD-KEY (1:3)
               MOVE TRT-EFFECTIVE-DATE TO WS-JRN-RECORD-KEY (4:8)
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE TERM-RATE-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               PERFORM 3800-CALL-JOURNAL
           ELSE
               MOVE TRT-TERM-MONTHS TO NTR-TERM-MONTHS
               MOVE TRT-ANNUAL-RATE TO NTR-ANNUAL-RATE
               MOVE TRT-EFFECTIVE-DATE TO NTR-EFFECTIVE-DATE
               WRITE NEW-TERM-RATE-RECORD
           END-IF
           PERFORM 3490-READ-OLD-TERM.

       3450-MATCH-TERM-DELETE.
           MOVE 'N' TO WS-DELETE-MATCHED-SW
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT
               OR DELETE-MATCHED
               IF WS-TRM-ACTION (WS-TRM-SUB) = 'D'
                   AND WS-TRM-USED-SW (WS-TRM-SUB) = 'N'
                   AND WS-TRM-TERM (WS-TRM-SUB) = TRT-TERM-MONTHS
                   AND WS-TRM-EFFECTIVE (WS-TRM-SUB)
                       = TRT-EFFECTIVE-DATE
                   SET DELETE-MATCHED TO TRUE
                   MOVE 'Y' TO WS-TRM-USED-SW (WS-TRM-SUB)
                   MOVE WS-TRM-OPERATOR (WS-TRM-SUB)
                       TO WS-JRN-OPERATOR-REF
                   MOVE WS-TRM-APPROVER (WS-TRM-SUB)
                       TO WS-JRN-APPROVER-REF
               END-IF
           END-PERFORM.

       3490-READ-OLD-TERM.
           READ TERM-RATE-FILE
               AT END
                   SET OLD-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3500-REPORT-UNMATCHED-DELETES.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
                       TO WS-REG-DISPOSITION
                   PERFORM 2850-WRITE-MERGE-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               UNTIL WS-TRM-SUB > WS-TRM-COUNT
               IF WS-TRM-ACTION (WS-TRM-SUB) = 'D'
                   AND WS-TRM-USED-SW (WS-TRM-SUB) = 'N'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE 'T' TO WS-REG-TABLE
                   MOVE 'D' TO WS-REG-ACTION
                   MOVE WS-TRM-EFFECTIVE (WS-TRM-SUB)
                       TO WS-REG-EFFECTIVE
                   MOVE SPACES TO WS-REG-KEY
                   MOVE WS-TRM-TERM (WS-TRM-SUB) TO WS-REG-KEY
                   MOVE 'DELETE MATCHES NO RECORD'
                       TO WS-REG-DISPOSITION
                   PERFORM 2850-WRITE-MERGE-LINE
               END-IF
           END-PERFORM.

       3600-FINALIZE.
           DISPLAY 'RATEMNT - CHANGES APPLIED    : ' WS-APPLIED-COUNT
           DISPLAY 'RATEMNT - TRANSACTIONS REJCT : ' WS-REJECT-COUNT
           DISPLAY 'RATEMNT - DELETES UNMATCHED  : '
               WS-UNMATCHED-COUNT
           DISPLAY 'RATEMNT - HELD FOR APPROVAL  : ' WS-HELD-COUNT.

      *    THE OPERATOR AND APPROVER REFERENCES ARE SET FROM THE
      *    TABLE ENTRY THAT CARRIED THE CHANGE.
       3800-CALL-JOURNAL.
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
