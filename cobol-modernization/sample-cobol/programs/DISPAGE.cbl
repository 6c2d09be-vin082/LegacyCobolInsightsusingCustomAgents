       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    DAILY DISPUTE-CASE AGING REPORT.  SCANS THE DISPUTE CASE
      *    FILE DISPMNT MAINTAINS FOR EVERY CASE STILL OPEN AND
      *    MEASURES IT, IN WHOLE BUSINESS DAYS THROUGH THE SHARED
      *    BUSDAY SUBPROGRAM, AGAINST ITS INVESTIGATION DEADLINE AS AT
      *    THE RUN DATE ON THE DAGEPARM CONTROL CARD.  A CASE PAST ITS
      *    DEADLINE IS LISTED AS PAST DUE WITH THE BUSINESS DAYS IT IS
      *    LATE; A CASE DUE WITHIN THE WARNING WINDOW ON THE CARD
      *    (DEFAULT 2 BUSINESS DAYS) IS LISTED AS APPROACHING WITH
      *    THE BUSINESS DAYS LEFT; A CASE WITH MORE TIME THAN THAT IS
      *    ONLY COUNTED.  THE REGULATOR PENALISES LATE
      *    INVESTIGATIONS, SO ANY CASE PAST DUE ENDS THE RUN WITH
      *    COMPLETION CODE 4 FOR OPERATIONS TO CHASE.  A RUN WITHOUT
      *    A RUN DATE IS REFUSED WITH COMPLETION CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO DAGEPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-TRANS-ID
               FILE STATUS IS WS-DSP-FS.

           SELECT AGING-REPORT ASSIGN TO DISPAGRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).
           05 PARM-WARN-DAYS          PIC 9(3).

       FD  DISPUTE-CASE-FILE
           RECORDING MODE IS F.
       01  DISPUTE-CASE-RECORD.
           COPY DISPUTE-CASE-RECORD.

       FD  AGING-REPORT
           RECORDING MODE IS F.
       01  AGING-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'DISPAGE '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-DSP-FS                   PIC XX VALUE SPACES.
           88 WS-DSP-MISSING           VALUE '35'.

       01  WS-FLAGS.
           05 WS-CASE-EOF             PIC X VALUE 'N'.
              88 CASE-EOF             VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-WARN-DAYS                PIC 9(3) VALUE 2.

       01  WS-BUSDAY-CONTROL.
           05 WS-BUS-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-BUS-DATE             PIC 9(8) VALUE ZERO.
           05 WS-BUS-END-DATE         PIC 9(8) VALUE ZERO.
           05 WS-BUS-RESULT-DATE      PIC 9(8) VALUE ZERO.
           05 WS-BUS-DAY-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-BUS-BUSDAY-SW        PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05 WS-CASES-READ           PIC 9(7) VALUE ZERO.
           05 WS-OPEN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-PAST-DUE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-APPROACHING-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-IN-TIME-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PAST-DUE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(40)
               VALUE '  TRANS-ID     ACCT-ID    CLAIMED  DEADL'.
           05 FILLER                  PIC X(40)
               VALUE 'INE       AMOUNT P BDAY STATUS          '.

       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DTL-TRANS-ID          PIC 9(12) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-CLAIM-DATE        PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-DEADLINE          PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-AMOUNT            PIC Z(7)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-PROV-CREDIT       PIC X     VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-DAYS              PIC ZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-STATUS            PIC X(12) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       01  WS-AMOUNT-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-AMT-LABEL             PIC X(24) VALUE SPACES.
           05 WS-AMT-VALUE             PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CASE UNTIL CASE-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   IF PARM-WARN-DAYS NUMERIC
                       AND PARM-WARN-DAYS > ZERO
                       MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
                   END-IF
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'DISPAGE - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           IF WS-RUN-DATE = ZERO
               DISPLAY 'DISPAGE - NO RUN DATE ON CONTROL CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT
           MOVE WS-HEADING-LINE TO AGING-LINE
           WRITE AGING-LINE
           OPEN INPUT DISPUTE-CASE-FILE
           IF WS-DSP-MISSING
               SET CASE-EOF TO TRUE
           ELSE
               PERFORM 2910-READ-CASE
           END-IF.

       2000-PROCESS-CASE.
           IF DSP-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM 2100-AGE-CASE
           END-IF
           PERFORM 2910-READ-CASE.

      *    BUSDAY COUNT RUNS FORWARD ONLY, SO A LATE CASE IS COUNTED
      *    FROM THE DEADLINE TO THE RUN DATE AND A CASE STILL IN TIME
      *    FROM THE RUN DATE TO THE DEADLINE.
       2100-AGE-CASE.
           MOVE 'COUNT' TO WS-BUS-FUNCTION
           IF WS-RUN-DATE > DSP-DEADLINE-DATE
               MOVE DSP-DEADLINE-DATE TO WS-BUS-DATE
               MOVE WS-RUN-DATE TO WS-BUS-END-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUS-DATE
               MOVE DSP-DEADLINE-DATE TO WS-BUS-END-DATE
           END-IF
           CALL 'BUSDAY' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-END-DATE WS-BUS-RESULT-DATE WS-BUS-DAY-COUNT
               WS-BUS-BUSDAY-SW
           EVALUATE TRUE
               WHEN WS-RUN-DATE > DSP-DEADLINE-DATE
                   MOVE 'PAST DUE' TO WS-DTL-STATUS
                   ADD 1 TO WS-PAST-DUE-COUNT
                   ADD DSP-CLAIM-AMOUNT TO WS-PAST-DUE-AMOUNT
                   MOVE 4 TO WS-RUN-COMPLETION
                   PERFORM 2800-WRITE-DETAIL-LINE
               WHEN WS-BUS-DAY-COUNT <= WS-WARN-DAYS
                   MOVE 'APPROACHING' TO WS-DTL-STATUS
                   ADD 1 TO WS-APPROACHING-COUNT
                   PERFORM 2800-WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-IN-TIME-COUNT
           END-EVALUATE.

       2800-WRITE-DETAIL-LINE.
           MOVE DSP-TRANS-ID TO WS-DTL-TRANS-ID
           MOVE DSP-ACCT-ID TO WS-DTL-ACCT-ID
           MOVE DSP-CLAIM-DATE TO WS-DTL-CLAIM-DATE
           MOVE DSP-DEADLINE-DATE TO WS-DTL-DEADLINE
           MOVE DSP-CLAIM-AMOUNT TO WS-DTL-AMOUNT
           MOVE DSP-PROV-CREDIT-SW TO WS-DTL-PROV-CREDIT
           MOVE WS-BUS-DAY-COUNT TO WS-DTL-DAYS
           MOVE WS-DETAIL-LINE TO AGING-LINE
           WRITE AGING-LINE.

       2910-READ-CASE.
           READ DISPUTE-CASE-FILE
               AT END
                   SET CASE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CASES-READ
           END-READ.

       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY
           CLOSE DISPUTE-CASE-FILE
           CLOSE AGING-REPORT
           DISPLAY 'DISPAGE - OPEN CASES        : ' WS-OPEN-COUNT
           DISPLAY 'DISPAGE - PAST DEADLINE     : ' WS-PAST-DUE-COUNT
           DISPLAY 'DISPAGE - APPROACHING       : '
               WS-APPROACHING-COUNT.

       3100-WRITE-SUMMARY.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE

           MOVE 'OPEN CASES             :' TO WS-SUM-LABEL
           MOVE WS-OPEN-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO AGING-LINE
           WRITE AGING-LINE

           MOVE 'PAST DEADLINE          :' TO WS-SUM-LABEL
           MOVE WS-PAST-DUE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO AGING-LINE
           WRITE AGING-LINE

           MOVE 'APPROACHING DEADLINE   :' TO WS-SUM-LABEL
           MOVE WS-APPROACHING-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO AGING-LINE
           WRITE AGING-LINE

           MOVE 'WITHIN DEADLINE        :' TO WS-SUM-LABEL
           MOVE WS-IN-TIME-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO AGING-LINE
           WRITE AGING-LINE

           MOVE 'PAST DEADLINE AMOUNT   :' TO WS-AMT-LABEL
           MOVE WS-PAST-DUE-AMOUNT TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO AGING-LINE
           WRITE AGING-LINE.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
