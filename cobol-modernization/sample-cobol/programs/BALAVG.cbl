       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALAVG.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    MONTHLY AVERAGE DAILY BALANCE REPORT.  FOR THE MONTH ON THE
      *    BAVGPARM CONTROL CARD (CCYYMM), WORKS OUT EACH ACCOUNT'S
      *    AVERAGE, MINIMUM AND MAXIMUM DAILY CLOSING BALANCE FROM THE
      *    BALANCE-HISTORY FILE BALSNAP BUILDS, AND PRINTS THEM BY
      *    ACCT-TYPE AND CUSTOMER.  EVERY CALENDAR DAY OF THE MONTH
      *    COUNTS: A WEEKEND OR HOLIDAY CARRIES THE BALANCE OF THE
      *    LAST SNAPSHOT BEFORE IT, AND THE FIRST DAYS OF THE MONTH
      *    CARRY THE LAST SNAPSHOT OF THE MONTH BEFORE, QUOTED THROUGH
      *    BALHSTQ.  AN ACCOUNT OPENED DURING THE MONTH IS AVERAGED
      *    OVER THE DAYS FROM ITS FIRST SNAPSHOT; A CLOSED ACCOUNT IS
      *    AVERAGED ONLY UP TO ITS LAST SNAPSHOT.  AN ACCOUNT WITH NO
      *    HISTORY FOR THE MONTH IS LEFT OFF.  RUN AFTER THE LAST
      *    SNAPSHOT OF THE MONTH HAS BEEN TAKEN.
      *
      *    THE ACCOUNTS ARE SORTED BY ACCT-TYPE, CUST-ID AND ACCT-ID.
      *    A CUSTOMER HOLDING MORE THAN ONE ACCOUNT OF A TYPE GETS A
      *    CUSTOMER TOTAL OF THEIR AVERAGES, AND EACH TYPE ENDS WITH
      *    ITS ACCOUNT COUNT AND TOTAL AVERAGE BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO BAVGPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHS-KEY
               FILE STATUS IS WS-BHS-FS.

           SELECT AVERAGE-WORK-FILE ASSIGN TO BAVWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT AVERAGE-SORT-WORK ASSIGN TO BSRTWORK.

           SELECT SORTED-AVERAGE-FILE ASSIGN TO BAVSORTD
               ORGANIZATION IS SEQUENTIAL.

           SELECT AVERAGE-REPORT ASSIGN TO BAVGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-REPORT-MONTH       PIC 9(6).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  BALANCE-HISTORY-FILE
           RECORDING MODE IS F.
       01  BALANCE-HISTORY-RECORD.
           COPY BALANCE-HISTORY-RECORD.

       FD  AVERAGE-WORK-FILE
           RECORDING MODE IS F.
       01  AVERAGE-WORK-RECORD.
           05 BAW-ACCT-TYPE            PIC X(3).
           05 BAW-CUST-ID              PIC 9(8).
           05 BAW-ACCT-ID              PIC 9(10).
           05 BAW-DAY-COUNT            PIC 9(3).
           05 BAW-AVERAGE              PIC S9(11)V99.
           05 BAW-MINIMUM              PIC S9(11)V99.
           05 BAW-MAXIMUM              PIC S9(11)V99.

       SD  AVERAGE-SORT-WORK.
       01  SORT-AVERAGE-RECORD.
           05 SRT-ACCT-TYPE            PIC X(3).
           05 SRT-CUST-ID              PIC 9(8).
           05 SRT-ACCT-ID              PIC 9(10).
           05 FILLER                   PIC X(42).

       FD  SORTED-AVERAGE-FILE
           RECORDING MODE IS F.
       01  SORTED-AVERAGE-RECORD.
           05 BAS-ACCT-TYPE            PIC X(3).
           05 BAS-CUST-ID              PIC 9(8).
           05 BAS-ACCT-ID              PIC 9(10).
           05 BAS-DAY-COUNT            PIC 9(3).
           05 BAS-AVERAGE              PIC S9(11)V99.
           05 BAS-MINIMUM              PIC S9(11)V99.
           05 BAS-MAXIMUM              PIC S9(11)V99.

       FD  AVERAGE-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'BALAVG  '.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-BHS-FS                   PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-ACCT-EOF             PIC X VALUE 'N'.
              88 ACCT-EOF             VALUE 'Y'.
           05 WS-SORTED-EOF           PIC X VALUE 'N'.
              88 SORTED-EOF           VALUE 'Y'.
           05 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE            VALUE 'Y'.
           05 WS-HAVE-CARRY-SW        PIC X VALUE 'N'.
              88 HAVE-CARRY           VALUE 'Y'.
           05 WS-SNAP-IN-MONTH-SW     PIC X VALUE 'N'.
              88 SNAP-IN-MONTH        VALUE 'Y'.
           05 WS-FIRST-LINE-SW        PIC X VALUE 'Y'.
              88 FIRST-LINE           VALUE 'Y'.

       01  WS-REPORT-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-MONTH-DATES.
           05 WS-MONTH-START          PIC 9(8) VALUE ZERO.
           05 WS-MONTH-START-R REDEFINES WS-MONTH-START.
              10 WS-MST-CCYYMM       PIC 9(6).
              10 WS-MST-DD           PIC 9(2).
           05 WS-NEXT-MONTH-START     PIC 9(8) VALUE ZERO.
           05 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH-START.
              10 WS-NMS-CCYY         PIC 9(4).
              10 WS-NMS-MM           PIC 9(2).
              10 WS-NMS-DD           PIC 9(2).
           05 WS-MONTH-END            PIC 9(8) VALUE ZERO.
           05 WS-START-INTEGER        PIC 9(8) VALUE ZERO.
           05 WS-END-INTEGER          PIC 9(8) VALUE ZERO.

      *    BALHSTQ CALL AREA FOR THE BALANCE CARRIED INTO THE MONTH.
       01  WS-QUOTE-ACCT-ID            PIC 9(10) VALUE ZERO.
       01  WS-QUOTE-DATE               PIC 9(8) VALUE ZERO.
       01  WS-QUOTE-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-QUOTE-BALANCE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-QUOTE-FOUND-SW           PIC X VALUE 'N'.
           88 QUOTE-FOUND              VALUE 'Y'.

      *    DAILY ACCUMULATION FOR THE ACCOUNT IN HAND.
       01  WS-ACCOUNT-DAYS.
           05 WS-CARRY-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-FILL-FROM            PIC 9(8) VALUE ZERO.
           05 WS-SNAP-INTEGER         PIC 9(8) VALUE ZERO.
           05 WS-FILL-DAYS            PIC 9(3) VALUE ZERO.
           05 WS-DAY-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-BALANCE-SUM          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 WS-MINIMUM              PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-MAXIMUM              PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-BREAK-FIELDS.
           05 WS-PREV-ACCT-TYPE       PIC X(3) VALUE SPACES.
           05 WS-PREV-CUST-ID         PIC 9(8) VALUE ZERO.
           05 WS-CUST-ACCOUNTS        PIC 9(5) VALUE ZERO.
           05 WS-CUST-AVERAGE         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-TYPE-ACCOUNTS        PIC 9(7) VALUE ZERO.
           05 WS-TYPE-AVERAGE         PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-REPORTED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-NO-HISTORY-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(36)
               VALUE 'AVERAGE DAILY BALANCE REPORT, MONTH '.
           05 WS-HDG-MONTH             PIC 9(6)  VALUE ZERO.
           05 FILLER                  PIC X(6)  VALUE ' FROM '.
           05 WS-HDG-START             PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(4)  VALUE ' TO '.
           05 WS-HDG-END               PIC 9(8)  VALUE ZERO.

       01  WS-COLUMN-LINE.
           05 FILLER                  PIC X(40)
               VALUE '  CUST-ID  ACCT-ID    DAYS         AVERA'.
           05 FILLER                  PIC X(40)
               VALUE 'GE         MINIMUM         MAXIMUM      '.

       01  WS-TYPE-HEADING.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE 'ACCOUNT TYPE '.
           05 WS-THD-ACCT-TYPE         PIC X(3)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DTL-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-DAYS              PIC ZZ9   VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-AVERAGE           PIC -(11)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-MINIMUM           PIC -(11)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-MAXIMUM           PIC -(11)9.99.

       01  WS-TOTAL-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-TTL-LABEL             PIC X(15) VALUE SPACES.
           05 WS-TTL-ACCOUNTS          PIC Z(6)9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-TTL-AVERAGE           PIC -(13)9.99.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNT UNTIL ACCT-EOF
           PERFORM 2800-CLOSE-EXTRACT-INPUTS
           SORT AVERAGE-SORT-WORK
               ON ASCENDING KEY SRT-ACCT-TYPE
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-ACCT-ID
               USING AVERAGE-WORK-FILE
               GIVING SORTED-AVERAGE-FILE
           PERFORM 2500-PRINT-REPORT
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-REPORT-MONTH TO WS-MST-CCYYMM
           MOVE 01 TO WS-MST-DD
           MOVE WS-MONTH-START TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'BALAVG - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           IF WS-REPORT-MONTH = ZERO
               DISPLAY 'BALAVG - NO REPORT MONTH ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
           IF WS-NMS-MM = 12
               ADD 1 TO WS-NMS-CCYY
               MOVE 01 TO WS-NMS-MM
           ELSE
               ADD 1 TO WS-NMS-MM
           END-IF
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER)
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  BALANCE-HISTORY-FILE
           OPEN OUTPUT AVERAGE-WORK-FILE
           PERFORM 2910-READ-ACCOUNT.

       2000-PROCESS-ACCOUNT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-ACCUMULATE-MONTH
           IF WS-DAY-COUNT > ZERO
               PERFORM 2300-WRITE-AVERAGE
           ELSE
               ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF
           PERFORM 2910-READ-ACCOUNT.

      *    THE BALANCE CARRIED IN IS THE LAST SNAPSHOT BEFORE THE
      *    MONTH; EACH SNAPSHOT IN THE MONTH THEN FILLS THE DAYS UP TO
      *    THE NEXT ONE.
       2100-ACCUMULATE-MONTH.
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-BALANCE-SUM
           MOVE 'N' TO WS-HAVE-CARRY-SW
           MOVE 'N' TO WS-SNAP-IN-MONTH-SW
           MOVE WS-START-INTEGER TO WS-FILL-FROM
           MOVE ACCT-ID TO WS-QUOTE-ACCT-ID
           COMPUTE WS-QUOTE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER - 1)
           CALL 'BALHSTQ' USING WS-QUOTE-ACCT-ID WS-QUOTE-DATE
               WS-QUOTE-BALANCE WS-QUOTE-BALANCE-DATE
               WS-QUOTE-FOUND-SW
           IF QUOTE-FOUND
               SET HAVE-CARRY TO TRUE
               MOVE WS-QUOTE-BALANCE TO WS-CARRY-BALANCE
           END-IF
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE ACCT-ID TO BHS-ACCT-ID
           MOVE WS-MONTH-START TO BHS-BALANCE-DATE
           START BALANCE-HISTORY-FILE KEY IS >= BHS-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2110-APPLY-ONE-SNAPSHOT UNTIL SCAN-DONE
           IF HAVE-CARRY
               IF ACCT-CLOSED
                   IF SNAP-IN-MONTH
                       MOVE 1 TO WS-FILL-DAYS
                       PERFORM 2200-FILL-DAYS
                   END-IF
               ELSE
                   COMPUTE WS-FILL-DAYS =
                       WS-END-INTEGER - WS-FILL-FROM + 1
                   PERFORM 2200-FILL-DAYS
               END-IF
           END-IF.

       2110-APPLY-ONE-SNAPSHOT.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF BHS-ACCT-ID NOT = ACCT-ID
                   OR BHS-BALANCE-DATE > WS-MONTH-END
                   SET SCAN-DONE TO TRUE
               ELSE
                   COMPUTE WS-SNAP-INTEGER =
                       FUNCTION INTEGER-OF-DATE(BHS-BALANCE-DATE)
                   IF HAVE-CARRY
                       COMPUTE WS-FILL-DAYS =
                           WS-SNAP-INTEGER - WS-FILL-FROM
                       PERFORM 2200-FILL-DAYS
                   END-IF
                   SET HAVE-CARRY TO TRUE
                   SET SNAP-IN-MONTH TO TRUE
                   MOVE BHS-CLOSING-BALANCE TO WS-CARRY-BALANCE
                   MOVE WS-SNAP-INTEGER TO WS-FILL-FROM
               END-IF
           END-IF.

       2200-FILL-DAYS.
           IF WS-FILL-DAYS > ZERO
               IF WS-DAY-COUNT = ZERO
                   MOVE WS-CARRY-BALANCE TO WS-MINIMUM
                   MOVE WS-CARRY-BALANCE TO WS-MAXIMUM
               END-IF
               ADD WS-FILL-DAYS TO WS-DAY-COUNT
               COMPUTE WS-BALANCE-SUM = WS-BALANCE-SUM
                   + WS-CARRY-BALANCE * WS-FILL-DAYS
               IF WS-CARRY-BALANCE < WS-MINIMUM
                   MOVE WS-CARRY-BALANCE TO WS-MINIMUM
               END-IF
               IF WS-CARRY-BALANCE > WS-MAXIMUM
                   MOVE WS-CARRY-BALANCE TO WS-MAXIMUM
               END-IF
           END-IF.

       2300-WRITE-AVERAGE.
           MOVE ACCT-TYPE TO BAW-ACCT-TYPE
           MOVE ACCT-CUST-ID TO BAW-CUST-ID
           MOVE ACCT-ID TO BAW-ACCT-ID
           MOVE WS-DAY-COUNT TO BAW-DAY-COUNT
           COMPUTE BAW-AVERAGE ROUNDED =
               WS-BALANCE-SUM / WS-DAY-COUNT
           MOVE WS-MINIMUM TO BAW-MINIMUM
           MOVE WS-MAXIMUM TO BAW-MAXIMUM
           WRITE AVERAGE-WORK-RECORD
           ADD 1 TO WS-REPORTED-COUNT.

       2500-PRINT-REPORT.
           OPEN INPUT  SORTED-AVERAGE-FILE
           OPEN OUTPUT AVERAGE-REPORT
           MOVE WS-REPORT-MONTH TO WS-HDG-MONTH
           MOVE WS-MONTH-START TO WS-HDG-START
           MOVE WS-MONTH-END TO WS-HDG-END
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2920-READ-SORTED
           PERFORM 2510-PRINT-ONE-ACCOUNT UNTIL SORTED-EOF
           IF NOT FIRST-LINE
               PERFORM 2600-END-CUSTOMER
               PERFORM 2700-END-TYPE
           END-IF
           CLOSE SORTED-AVERAGE-FILE.

       2510-PRINT-ONE-ACCOUNT.
           IF FIRST-LINE
               PERFORM 2550-START-TYPE
               MOVE 'N' TO WS-FIRST-LINE-SW
           ELSE
               IF BAS-ACCT-TYPE NOT = WS-PREV-ACCT-TYPE
                   PERFORM 2600-END-CUSTOMER
                   PERFORM 2700-END-TYPE
                   PERFORM 2550-START-TYPE
               ELSE
                   IF BAS-CUST-ID NOT = WS-PREV-CUST-ID
                       PERFORM 2600-END-CUSTOMER
                       PERFORM 2560-START-CUSTOMER
                   END-IF
               END-IF
           END-IF
           MOVE BAS-CUST-ID TO WS-DTL-CUST-ID
           MOVE BAS-ACCT-ID TO WS-DTL-ACCT-ID
           MOVE BAS-DAY-COUNT TO WS-DTL-DAYS
           MOVE BAS-AVERAGE TO WS-DTL-AVERAGE
           MOVE BAS-MINIMUM TO WS-DTL-MINIMUM
           MOVE BAS-MAXIMUM TO WS-DTL-MAXIMUM
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-CUST-ACCOUNTS
           ADD BAS-AVERAGE TO WS-CUST-AVERAGE
           ADD 1 TO WS-TYPE-ACCOUNTS
           ADD BAS-AVERAGE TO WS-TYPE-AVERAGE
           PERFORM 2920-READ-SORTED.

       2550-START-TYPE.
           MOVE BAS-ACCT-TYPE TO WS-PREV-ACCT-TYPE
           MOVE ZERO TO WS-TYPE-ACCOUNTS
           MOVE ZERO TO WS-TYPE-AVERAGE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BAS-ACCT-TYPE TO WS-THD-ACCT-TYPE
           MOVE WS-TYPE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2560-START-CUSTOMER.

       2560-START-CUSTOMER.
           MOVE BAS-CUST-ID TO WS-PREV-CUST-ID
           MOVE ZERO TO WS-CUST-ACCOUNTS
           MOVE ZERO TO WS-CUST-AVERAGE.

       2600-END-CUSTOMER.
           IF WS-CUST-ACCOUNTS > 1
               MOVE 'CUSTOMER TOTAL' TO WS-TTL-LABEL
               MOVE WS-CUST-ACCOUNTS TO WS-TTL-ACCOUNTS
               MOVE WS-CUST-AVERAGE TO WS-TTL-AVERAGE
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2700-END-TYPE.
           MOVE 'TYPE TOTAL' TO WS-TTL-LABEL
           MOVE WS-TYPE-ACCOUNTS TO WS-TTL-ACCOUNTS
           MOVE WS-TYPE-AVERAGE TO WS-TTL-AVERAGE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2800-CLOSE-EXTRACT-INPUTS.
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-HISTORY-FILE
           CLOSE AVERAGE-WORK-FILE.

       2910-READ-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   SET ACCT-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       2920-READ-SORTED.
           READ SORTED-AVERAGE-FILE
               AT END
                   SET SORTED-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       3000-FINALIZE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNTS READ          :' TO WS-SUM-LABEL
           MOVE WS-READ-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNTS REPORTED      :' TO WS-SUM-LABEL
           MOVE WS-REPORTED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NO HISTORY FOR MONTH   :' TO WS-SUM-LABEL
           MOVE WS-NO-HISTORY-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE AVERAGE-REPORT
           DISPLAY 'BALAVG - REPORT MONTH         : ' WS-REPORT-MONTH
           DISPLAY 'BALAVG - ACCOUNTS REPORTED    : '
               WS-REPORTED-COUNT
           DISPLAY 'BALAVG - NO HISTORY FOR MONTH : '
               WS-NO-HISTORY-COUNT.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
