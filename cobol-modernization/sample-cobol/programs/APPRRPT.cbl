       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRRPT.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    DAILY PENDING-APPROVAL REPORT.  SCANS THE PENDING-APPROVAL
      *    FILE THE SHARED APPRCHK SUBPROGRAM MAINTAINS AND LISTS
      *    EVERY ITEM STILL HELD FOR A SECOND OPERATOR - TRANSFERS,
      *    REPAIR AND REJECT DECISIONS, HOLD RELEASES, ACCT-LIMIT
      *    CHANGES, FEE CHANGES AND RATE CHANGES KEYED ABOVE THE
      *    KEYING OPERATOR'S OWN AUTHORITY - WITH THE HOLDING JOB,
      *    THE ITEM KEY, THE KEYING OPERATOR, THE AMOUNT OR RATE AND
      *    THE NUMBER OF BUSINESS DAYS THE ITEM HAS WAITED, COUNTED
      *    THROUGH THE SHARED BUSDAY SUBPROGRAM FROM THE HELD DATE TO
      *    THE RUN DATE ON THE APRPARM CONTROL CARD (TODAY WHEN NO
      *    CARD IS SUPPLIED).  ITEMS APPROVED ON THE RUN DATE FOLLOW
      *    IN A SECOND SECTION SHOWING BOTH THE KEYING AND THE
      *    APPROVING OPERATOR, AND A SUMMARY OF HELD ITEMS BY CLASS
      *    CLOSES THE REPORT.
      *    AN ITEM KEY TOO LONG FOR THE DETAIL LINE RUNS ON TO A
      *    SECOND LINE UNDER IT, SO NO TWO HELD ITEMS PRINT ALIKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO APRPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO PENDAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-FS.

           SELECT APPROVAL-REPORT ASSIGN TO APPRRPTO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).

       FD  PENDING-APPROVAL-FILE
           RECORDING MODE IS F.
       01  PENDING-APPROVAL-RECORD.
           COPY PENDING-APPROVAL-RECORD.

       FD  APPROVAL-REPORT
           RECORDING MODE IS F.
       01  APPROVAL-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'APPRRPT '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-PND-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-PND-EOF             PIC X VALUE 'N'.
              88 PND-EOF              VALUE 'Y'.
           05 WS-PASS-SW             PIC X VALUE 'H'.
              88 HELD-PASS            VALUE 'H'.
              88 APPROVED-PASS        VALUE 'A'.

       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP           PIC X(26) VALUE SPACES.
       01  WS-WAITING-DAYS            PIC 9(5) VALUE ZERO.

       01  WS-BUSDAY-CONTROL.
           05 WS-BUS-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-BUS-DATE             PIC 9(8) VALUE ZERO.
           05 WS-BUS-END-DATE         PIC 9(8) VALUE ZERO.
           05 WS-BUS-RESULT-DATE      PIC 9(8) VALUE ZERO.
           05 WS-BUS-DAY-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-BUS-BUSDAY-SW        PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05 WS-HELD-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-APPROVED-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-XFER-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-REPAIR-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-RELEASE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LIMIT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-FEE-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-RATE-COUNT          PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HDG-TEXT              PIC X(40) VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HDG-DATE              PIC 9(8)  VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 WS-DTL-JOB-NAME          PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-CLASS             PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-ITEM-KEY          PIC X(24) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-MAKER             PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-AMOUNT            PIC Z(8)9.99 VALUE ZERO.
           05 WS-DTL-RATE REDEFINES WS-DTL-AMOUNT
                                      PIC Z(4)9.999999.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-WAITING           PIC ZZZZ9 VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-APPROVER          PIC X(12) VALUE SPACES.

      *    THE PART OF A LONG ITEM KEY THAT DOES NOT FIT THE DETAIL
      *    LINE, PRINTED UNDER IT.
       01  WS-KEY-CONTINUATION-LINE.
           05 FILLER                  PIC X(11) VALUE SPACES.
           05 WS-KCL-ITEM-KEY          PIC X(16) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(8)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC ZZZZZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           MOVE 'ITEMS HELD FOR SECOND-OPERATOR APPROVAL'
               TO WS-HDG-TEXT
           PERFORM 2800-WRITE-HEADING
           PERFORM 2000-PROCESS-PENDING UNTIL PND-EOF
           CLOSE PENDING-APPROVAL-FILE
           SET APPROVED-PASS TO TRUE
           MOVE 'N' TO WS-PND-EOF
           OPEN INPUT PENDING-APPROVAL-FILE
           PERFORM 2910-READ-PENDING
           MOVE 'ITEMS APPROVED BY SECOND OPERATOR ON'
               TO WS-HDG-TEXT
           PERFORM 2800-WRITE-HEADING
           PERFORM 2000-PROCESS-PENDING UNTIL PND-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'APPRRPT - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-RUN-DATE
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RUN-DATE NUMERIC
                       AND PARM-RUN-DATE > ZERO
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE PARAMETER-FILE
           OPEN INPUT  PENDING-APPROVAL-FILE
           OPEN OUTPUT APPROVAL-REPORT
           PERFORM 2910-READ-PENDING.

       2000-PROCESS-PENDING.
           IF HELD-PASS
               AND PND-PENDING
               PERFORM 2100-REPORT-HELD-ITEM
           END-IF
           IF APPROVED-PASS
               AND PND-APPROVED
               AND PND-APPROVED-DATE = WS-RUN-DATE
               PERFORM 2300-REPORT-APPROVED-ITEM
           END-IF
           PERFORM 2910-READ-PENDING.

       2100-REPORT-HELD-ITEM.
           MOVE 'COUNT' TO WS-BUS-FUNCTION
           MOVE PND-HELD-DATE TO WS-BUS-DATE
           MOVE WS-RUN-DATE TO WS-BUS-END-DATE
           MOVE ZERO TO WS-BUS-DAY-COUNT
           IF PND-HELD-DATE < WS-RUN-DATE
               CALL 'BUSDAY' USING WS-BUS-FUNCTION WS-BUS-DATE
                   WS-BUS-END-DATE WS-BUS-RESULT-DATE
                   WS-BUS-DAY-COUNT WS-BUS-BUSDAY-SW
           END-IF
           MOVE WS-BUS-DAY-COUNT TO WS-WAITING-DAYS
           PERFORM 2200-COUNT-BY-CLASS
           ADD 1 TO WS-HELD-COUNT
           PERFORM 2900-WRITE-DETAIL-LINE.

       2200-COUNT-BY-CLASS.
           EVALUATE TRUE
               WHEN PND-TRANSFER
                   ADD 1 TO WS-XFER-COUNT
               WHEN PND-REPAIR
                   ADD 1 TO WS-REPAIR-COUNT
               WHEN PND-RELEASE
                   ADD 1 TO WS-RELEASE-COUNT
               WHEN PND-LIMIT-CHANGE
                   ADD 1 TO WS-LIMIT-COUNT
               WHEN PND-FEE-CHANGE
                   ADD 1 TO WS-FEE-COUNT
               WHEN PND-RATE-CHANGE
                   ADD 1 TO WS-RATE-COUNT
           END-EVALUATE.

       2300-REPORT-APPROVED-ITEM.
           MOVE ZERO TO WS-WAITING-DAYS
           ADD 1 TO WS-APPROVED-COUNT
           PERFORM 2900-WRITE-DETAIL-LINE.

       2800-WRITE-HEADING.
           MOVE SPACES TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE SPACES TO APPROVAL-LINE
           WRITE APPROVAL-LINE.

       2900-WRITE-DETAIL-LINE.
           MOVE PND-JOB-NAME TO WS-DTL-JOB-NAME
           MOVE PND-AUTH-CLASS TO WS-DTL-CLASS
           MOVE PND-ITEM-KEY TO WS-DTL-ITEM-KEY
           MOVE PND-MAKER-REF TO WS-DTL-MAKER
           IF PND-RATE-CHANGE
               MOVE PND-RATE TO WS-DTL-RATE
           ELSE
               MOVE PND-AMOUNT TO WS-DTL-AMOUNT
           END-IF
           MOVE WS-WAITING-DAYS TO WS-DTL-WAITING
           MOVE SPACES TO WS-DTL-APPROVER
           IF APPROVED-PASS
               MOVE PND-APPROVER-REF TO WS-DTL-APPROVER
           END-IF
           MOVE WS-DETAIL-LINE TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           IF PND-ITEM-KEY (25:16) NOT = SPACES
               MOVE PND-ITEM-KEY (25:16) TO WS-KCL-ITEM-KEY
               MOVE WS-KEY-CONTINUATION-LINE TO APPROVAL-LINE
               WRITE APPROVAL-LINE
           END-IF.

       2910-READ-PENDING.
           READ PENDING-APPROVAL-FILE
               AT END
                   SET PND-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY
           CLOSE PENDING-APPROVAL-FILE
           CLOSE APPROVAL-REPORT
           DISPLAY 'APPRRPT - ITEMS HELD FOR APPROVAL : '
               WS-HELD-COUNT
           DISPLAY 'APPRRPT - ITEMS APPROVED TODAY    : '
               WS-APPROVED-COUNT.

       3100-WRITE-SUMMARY.
           MOVE SPACES TO APPROVAL-LINE
           WRITE APPROVAL-LINE

           MOVE 'TOTAL HELD FOR APPROVAL:' TO WS-SUM-LABEL
           MOVE WS-HELD-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE

           MOVE '  TRANSFERS            :' TO WS-SUM-LABEL
           MOVE WS-XFER-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE

           MOVE '  REPAIRS AND REJECTS  :' TO WS-SUM-LABEL
           MOVE WS-REPAIR-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE

           MOVE '  HOLD RELEASES        :' TO WS-SUM-LABEL
           MOVE WS-RELEASE-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE

           MOVE '  ACCT-LIMIT CHANGES   :' TO WS-SUM-LABEL
           MOVE WS-LIMIT-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE

           MOVE '  FEE CHANGES          :' TO WS-SUM-LABEL
           MOVE WS-FEE-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE

           MOVE '  RATE CHANGES         :' TO WS-SUM-LABEL
           MOVE WS-RATE-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE

           MOVE 'APPROVED ON RUN DATE   :' TO WS-SUM-LABEL
           MOVE WS-APPROVED-COUNT TO WS-SUM-COUNT
           PERFORM 3110-WRITE-SUMMARY-LINE.

       3110-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO APPROVAL-LINE
           WRITE APPROVAL-LINE.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
