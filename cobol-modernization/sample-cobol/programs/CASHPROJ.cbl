       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPROJ.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    TREASURY FORWARD CASH-FLOW PROJECTION.  BUCKETS THE MONEY
      *    EXPECTED TO MOVE OVER THE NEXT N BUSINESS DAYS - N AND THE
      *    RUN DATE COMING FROM THE CFPPARM CONTROL CARD - INTO ONE
      *    BUCKET PER BUSINESS DAY OF THE SHARED BUSDAY CALENDAR, SO
      *    AN ITEM FALLING ON A WEEKEND OR CALENDAR-FILE HOLIDAY LANDS
      *    ON THE NEXT BUSINESS DAY, THE SAME WAY STORDGEN DATES THE
      *    PAYMENTS IT GENERATES; ANYTHING ALREADY OVERDUE LANDS ON
      *    THE FIRST DAY.  EACH BUCKET IS BROKEN DOWN BY ACCT-TYPE
      *    (THE ACCOUNT THE ITEM NAMES, FROM THE ACCOUNT MASTER) INTO
      *    INFLOWS AND OUTFLOWS - A CREDIT TO THE NAMED ACCOUNT IS AN
      *    INFLOW AND A DEBIT AN OUTFLOW.  THE SOURCES ARE
      *      - ACTIVE STANDING ORDERS, FROM SO-NEXT-DUE-DATE ROLLED
      *        BY FREQUENCY EXACTLY AS STORDGEN ROLLS IT, UP TO THE
      *        ORDER'S EXPIRY DATE; AN ORDER ON A CLOSED OR MISSING
      *        ACCOUNT, WHICH STORDGEN WOULD SUSPEND, IS LEFT OUT;
      *      - LOAN INSTALLMENTS FROM THE AMORTGEN SCHEDULE FILE.
      *        SCHEDULE MONTH 1 FALLS ON THE LOAN'S FIRST MONTHLY
      *        ANNIVERSARY OF ACCT-OPEN-DATE ON OR AFTER THE RUN DATE
      *        AND EACH LATER MONTH ONE MONTH ON (CLIPPED TO MONTH
      *        END), AND THE INSTALLMENT IS THE SCHEDULED INTEREST
      *        PLUS PRINCIPAL;
      *      - LOAN MATURITIES FROM THE LOANMTRY ROSTER.  A LOAN DUE
      *        TO MATURE WITHIN THE HORIZON STILL CARRYING A BALANCE
      *        IS PROJECTED TO REPAY, ON ITS MATURITY DATE, WHAT ITS
      *        SCHEDULED INSTALLMENTS BEFORE THEN DO NOT, AND NO
      *        INSTALLMENT IS PROJECTED AFTER IT MATURES; A BALLOON
      *        ALREADY PAST MATURITY LANDS ON THE FIRST DAY;
      *      - PAY-PENDING ITEMS ON THE PAYMENT FILE NOT YET POSTED,
      *        ON THE DATE OF THEIR PAY-TIMESTAMP;
      *      - THE NEXT INTACCR MONTH-END CAPITALIZATION (ACCRUED
      *        INTEREST ON THE ACCRUAL FILE CREDITED TO SAVINGS AND
      *        CHARGED TO LOANS) AND THE NEXT FEEASSES RUN (THE
      *        SERVICE FEE IN FORCE FOR EACH ACCT-TYPE ON EVERY ACTIVE
      *        ACCOUNT OF THAT TYPE; PER-ITEM FEES DEPEND ON ACTIVITY
      *        NOT YET SEEN AND ARE NOT PROJECTED), ON THE RUN DATES
      *        GIVEN ON THE CONTROL CARD OR, WHEN NONE IS GIVEN, ON
      *        THE LAST BUSINESS DAY OF THE RUN MONTH.
      *    THE AMORTGEN SCHEDULE AND LOANMTRY ROSTER LAYOUTS PARSED
      *    HERE MATCH THOSE PROGRAMS' WS-SCHEDULE-DETAIL AND
      *    WS-ROSTER-DETAIL EXACTLY; A CHANGE THERE MUST BE REFLECTED
      *    HERE.  TWO OUTPUTS: THE PRINTED PROJECTION, ONE LINE PER
      *    BUSINESS DAY AND ACCT-TYPE WITH A DAY TOTAL AND A SUMMARY
      *    BY SOURCE, AND A FIXED-WIDTH EXTRACT CARRYING THE SAME
      *    DAY/ACCT-TYPE FIGURES WITH SEPARATE LEADING SIGNS FOR
      *    TREASURY'S SPREADSHEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO CFPPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT STANDING-ORDER-FILE ASSIGN TO SORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-SORD-FS.

           SELECT SCHEDULE-FILE ASSIGN TO AMRTSKD
               ORGANIZATION IS SEQUENTIAL.

           SELECT MATURITY-ROSTER ASSIGN TO LMTYRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYMENT-FILE ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-TRANS-ID
               ALTERNATE RECORD KEY IS PAY-ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-PAY-FS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-ACCT-ID
               FILE STATUS IS WS-ACCR-FS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROJECTION-REPORT ASSIGN TO CFPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROJECTION-EXTRACT ASSIGN TO CFPEXTR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).
           05 PARM-HORIZON-DAYS       PIC 9(3).
           05 PARM-CAPITAL-DATE       PIC 9(8).
           05 PARM-FEE-DATE           PIC 9(8).

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F.
       01  STANDING-ORDER-RECORD.
           COPY STANDING-ORDER-RECORD.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-LINE-RECORD.
           05 FILLER                  PIC X(6).
           05 SKD-ACCT-ID             PIC 9(10).
           05 SKD-ACCT-ID-X REDEFINES SKD-ACCT-ID
                                      PIC X(10).
           05 FILLER                  PIC X(2).
           05 SKD-MONTH-NO            PIC ZZ9.
           05 FILLER                  PIC X(2).
           05 SKD-BEGIN-BAL           PIC -(9)9.99.
           05 FILLER                  PIC X(1).
           05 SKD-INTEREST            PIC -(7)9.99.
           05 FILLER                  PIC X(1).
           05 SKD-PRINCIPAL           PIC -(7)9.99.
           05 FILLER                  PIC X(1).
           05 SKD-END-BAL             PIC -(9)9.99.
           05 FILLER                  PIC X(6).

       FD  MATURITY-ROSTER
           RECORDING MODE IS F.
       01  ROSTER-LINE-RECORD.
           05 FILLER                  PIC X(2).
           05 MTY-ACCT-ID             PIC 9(10).
           05 MTY-ACCT-ID-X REDEFINES MTY-ACCT-ID
                                      PIC X(10).
           05 FILLER                  PIC X(2).
           05 MTY-OPEN-DATE           PIC 9(8).
           05 FILLER                  PIC X(2).
           05 MTY-MATURITY-DATE       PIC 9(8).
           05 FILLER                  PIC X(2).
           05 MTY-BALANCE             PIC -(9)9.99.
           05 FILLER                  PIC X(2).
           05 MTY-STATUS              PIC X(29).
           05 FILLER                  PIC X(2).

       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           COPY PAYMENT-RECORD.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-RECORD.
           COPY ACCRUAL-RECORD.

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FEE-SCHEDULE-RECORD.
           COPY FEE-SCHEDULE-RECORD.

       FD  PROJECTION-REPORT
           RECORDING MODE IS F.
       01  PROJECTION-LINE                PIC X(80).

       FD  PROJECTION-EXTRACT
           RECORDING MODE IS F.
       01  PROJECTION-EXTRACT-RECORD.
           05 CFX-BUSINESS-DATE        PIC 9(8).
           05 CFX-ACCT-TYPE            PIC X(3).
           05 CFX-INFLOW               PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05 CFX-OUTFLOW              PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05 CFX-NET-FLOW             PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05 CFX-ITEM-COUNT           PIC 9(7).
           05 FILLER                   PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'CASHPROJ'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-SORD-FS                  PIC XX VALUE SPACES.
       01  WS-PAY-FS                   PIC XX VALUE SPACES.
       01  WS-ACCR-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-ACCT-EOF             PIC X VALUE 'N'.
              88 ACCT-EOF             VALUE 'Y'.
           05 WS-SORD-EOF             PIC X VALUE 'N'.
              88 SORD-EOF             VALUE 'Y'.
           05 WS-SKD-EOF              PIC X VALUE 'N'.
              88 SKD-EOF              VALUE 'Y'.
           05 WS-MTY-EOF              PIC X VALUE 'N'.
              88 MTY-EOF              VALUE 'Y'.
           05 WS-PAY-EOF              PIC X VALUE 'N'.
              88 PAY-EOF              VALUE 'Y'.
           05 WS-ACCR-EOF             PIC X VALUE 'N'.
              88 ACCR-EOF             VALUE 'Y'.
           05 WS-SCHED-EOF            PIC X VALUE 'N'.
              88 SCHED-EOF            VALUE 'Y'.
           05 WS-SCHED-FOUND-SW       PIC X VALUE 'N'.
              88 SCHED-FOUND          VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-SKD-WANTED-SW        PIC X VALUE 'N'.
              88 SKD-WANTED           VALUE 'Y'.
           05 WS-MTY-WANTED-SW        PIC X VALUE 'N'.
              88 MTY-WANTED           VALUE 'Y'.
           05 WS-MTY-MATCHED-SW       PIC X VALUE 'N'.
              88 MTY-MATCHED          VALUE 'Y'.

       01  WS-HIGH-KEY-10              PIC 9(10) VALUE 9999999999.
       01  WS-HIGH-DATE                PIC 9(8) VALUE 99999999.
       01  WS-SKD-KEY                  PIC 9(10) VALUE ZERO.
       01  WS-MTY-KEY                  PIC 9(10) VALUE ZERO.

       01  WS-PARM.
           05 WS-RUN-DATE             PIC 9(8) VALUE ZERO.
           05 WS-HORIZON-DAYS         PIC 9(3) VALUE 20.
           05 WS-CAPITAL-DATE         PIC 9(8) VALUE ZERO.
           05 WS-FEE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-MAX-HORIZON              PIC 9(3) VALUE 60.
       01  WS-HORIZON-END              PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END-BUSDAY         PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.
       01  WS-DAY-INTEGER              PIC 9(7) VALUE ZERO.

       01  WS-BUSDAY-CONTROL.
           05 WS-BUS-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-BUS-DATE             PIC 9(8) VALUE ZERO.
           05 WS-BUS-END-DATE         PIC 9(8) VALUE ZERO.
           05 WS-BUS-RESULT-DATE      PIC 9(8) VALUE ZERO.
           05 WS-BUS-DAY-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-BUS-BUSDAY-SW        PIC X VALUE 'N'.

      *    ONE BUCKET PER BUSINESS DAY OF THE HORIZON, EACH SPLIT BY
      *    ACCT-TYPE IN THE ORDER OF WS-TYPE-NAMES.
       01  WS-TYPE-TABLE.
           05 WS-TYPE-NAMES           PIC X(12) VALUE 'CURSAVLONTRM'.
           05 WS-TYPE-NAME REDEFINES WS-TYPE-NAMES
                                      PIC X(3) OCCURS 4 TIMES.
       01  WS-TYPE-SUB                 PIC 9(2) VALUE ZERO.

       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-BUCKET-ENTRY OCCURS 60 TIMES.
              10 WS-BKT-DATE         PIC 9(8).
              10 WS-BKT-TYPE OCCURS 4 TIMES.
                 15 WS-BKT-INFLOW    PIC S9(13)V99 COMP-3.
                 15 WS-BKT-OUTFLOW   PIC S9(13)V99 COMP-3.
                 15 WS-BKT-ITEMS     PIC 9(7).
       01  WS-BKT-SUB                  PIC 9(3) VALUE ZERO.

       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-NAMES.
              10 FILLER              PIC X(24)
                 VALUE 'STANDING ORDERS        :'.
              10 FILLER              PIC X(24)
                 VALUE 'LOAN INSTALLMENTS      :'.
              10 FILLER              PIC X(24)
                 VALUE 'LOAN MATURITIES        :'.
              10 FILLER              PIC X(24)
                 VALUE 'PENDING PAYMENTS       :'.
              10 FILLER              PIC X(24)
                 VALUE 'INTEREST CAPITALIZATION:'.
              10 FILLER              PIC X(24)
                 VALUE 'SERVICE FEE RUN        :'.
           05 WS-SOURCE-NAME REDEFINES WS-SOURCE-NAMES
                                      PIC X(24) OCCURS 6 TIMES.
           05 WS-SOURCE-ENTRY OCCURS 6 TIMES.
              10 WS-SRC-INFLOW       PIC S9(13)V99 COMP-3.
              10 WS-SRC-OUTFLOW      PIC S9(13)V99 COMP-3.
              10 WS-SRC-ITEMS        PIC 9(7).
       01  WS-SRC-SUB                  PIC 9(2) VALUE ZERO.

      *    ONE CASH FLOW, BUILT BY EACH SOURCE AND POSTED BY
      *    5000-POST-FLOW.
       01  WS-FLOW.
           05 WS-FLOW-DATE            PIC 9(8) VALUE ZERO.
           05 WS-FLOW-ACCT-TYPE       PIC X(3) VALUE SPACES.
           05 WS-FLOW-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-FLOW-ITEMS           PIC 9(7) VALUE ZERO.
           05 WS-FLOW-SOURCE          PIC 9(2) VALUE ZERO.
              88 FLOW-STANDING-ORDER  VALUE 1.
              88 FLOW-INSTALLMENT     VALUE 2.
              88 FLOW-MATURITY        VALUE 3.
              88 FLOW-PENDING         VALUE 4.
              88 FLOW-CAPITALIZATION  VALUE 5.
              88 FLOW-FEE-RUN         VALUE 6.
           05 WS-FLOW-DIRECTION       PIC X VALUE SPACE.
              88 FLOW-INFLOW          VALUE 'I'.
              88 FLOW-OUTFLOW         VALUE 'O'.

       01  WS-ROLL-DATE.
           05 WS-ROLL-YEAR            PIC 9(4).
           05 WS-ROLL-MONTH           PIC 9(2).
           05 WS-ROLL-DAY             PIC 9(2).
       01  WS-ROLL-NUM REDEFINES WS-ROLL-DATE
                                      PIC 9(8).
       01  WS-RUN-DATE-PARTS.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MONTH            PIC 9(2).
           05 WS-RUN-DAY              PIC 9(2).
       01  WS-ANCHOR-DAY               PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-MONTHS             PIC 9(6) VALUE ZERO.
       01  WS-MONTH-QUOTIENT           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-REMAINDER          PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REMAINDER           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-END-DAY            PIC 9(2) VALUE ZERO.
       01  WS-MONTH-OFFSET             PIC 9(3) VALUE ZERO.
       01  WS-FIRST-OFFSET             PIC 9(1) VALUE ZERO.

       01  WS-SO-DATE                  PIC 9(8) VALUE ZERO.

       01  WS-LOAN-WORK.
           05 WS-LOAN-ACCT-ID         PIC 9(10) VALUE ZERO.
           05 WS-LOAN-OPEN-DATE       PIC 9(8) VALUE ZERO.
           05 WS-LOAN-ON-FILE-SW      PIC X VALUE 'N'.
              88 LOAN-ON-FILE         VALUE 'Y'.
           05 WS-LOAN-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
           05 WS-LOAN-PRINCIPAL-PROJ  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-SKD-MONTH            PIC 9(3) VALUE ZERO.
           05 WS-SKD-INTEREST-AMT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-SKD-PRINCIPAL-AMT    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-MTY-MATURITY         PIC 9(8) VALUE ZERO.
           05 WS-MTY-BALANCE-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-PAY-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-PAY-DATE-X REDEFINES WS-PAY-DATE
                                      PIC X(8).

       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 4 TIMES.
              10 WS-FEE-EFFECTIVE    PIC 9(8).
              10 WS-FEE-SERVICE-AMT  PIC S9(7)V99 COMP-3.
              10 WS-FEE-ACCT-COUNT   PIC 9(7).

       01  WS-COUNTERS.
           05 WS-ORDER-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-ORDER-SKIPPED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-LOAN-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-LOAN-MISSING-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-PENDING-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-PENDING-NO-ACCT      PIC 9(7) VALUE ZERO.
           05 WS-BEYOND-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-DAY-TOTALS.
           05 WS-DAY-INFLOW           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-DAY-OUTFLOW          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-DAY-ITEMS            PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(35)
              VALUE 'TREASURY CASH-FLOW PROJECTION FROM '.
           05 WS-HDG-FROM              PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(9)  VALUE ' THROUGH '.
           05 WS-HDG-THROUGH           PIC 9(8)  VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DTL-DATE              PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DTL-TYPE              PIC X(3)  VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DTL-INFLOW            PIC -(11)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-OUTFLOW           PIC -(11)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-NET               PIC -(11)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-ITEMS             PIC ZZZZZZ9 VALUE ZERO.

       01  WS-SOURCE-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SRL-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SRL-INFLOW            PIC -(11)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-SRL-OUTFLOW           PIC -(11)9.99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-SRL-ITEMS             PIC ZZZZZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROJECT-STANDING-ORDERS
           PERFORM 2200-PROJECT-LOANS
           PERFORM 2400-PROJECT-PENDING-PAYMENTS
           PERFORM 2500-PROJECT-CAPITALIZATION
           PERFORM 2600-PROJECT-FEE-RUN
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
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
                   IF PARM-HORIZON-DAYS NUMERIC
                       AND PARM-HORIZON-DAYS > ZERO
                       MOVE PARM-HORIZON-DAYS TO WS-HORIZON-DAYS
                   END-IF
                   IF PARM-CAPITAL-DATE NUMERIC
                       MOVE PARM-CAPITAL-DATE TO WS-CAPITAL-DATE
                   END-IF
                   IF PARM-FEE-DATE NUMERIC
                       MOVE PARM-FEE-DATE TO WS-FEE-DATE
                   END-IF
           END-READ
           CLOSE PARAMETER-FILE
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'CASHPROJ - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           IF WS-HORIZON-DAYS > WS-MAX-HORIZON
               DISPLAY 'CASHPROJ - HORIZON CUT TO ' WS-MAX-HORIZON
                   ' BUSINESS DAYS'
               MOVE WS-MAX-HORIZON TO WS-HORIZON-DAYS
               MOVE 4 TO WS-RUN-COMPLETION
           END-IF
           PERFORM 1100-BUILD-BUCKETS
           PERFORM 1200-SET-RUN-DATES
           PERFORM 1300-LOAD-FEE-SCHEDULE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  STANDING-ORDER-FILE
           OPEN INPUT  SCHEDULE-FILE
           OPEN INPUT  MATURITY-ROSTER
           OPEN INPUT  PAYMENT-FILE
           OPEN INPUT  ACCRUAL-FILE
           OPEN OUTPUT PROJECTION-REPORT
           OPEN OUTPUT PROJECTION-EXTRACT
           PERFORM 1400-COUNT-FEE-ACCOUNTS.

      *    BUCKET 1 IS THE RUN DATE, OR THE NEXT BUSINESS DAY WHEN THE
      *    RUN DATE IS NOT ONE; EACH LATER BUCKET IS THE NEXT BUSINESS
      *    DAY AFTER THE ONE BEFORE IT.
       1100-BUILD-BUCKETS.
           INITIALIZE WS-BUCKET-TABLE
           INITIALIZE WS-SOURCE-ENTRY (1) WS-SOURCE-ENTRY (2)
               WS-SOURCE-ENTRY (3) WS-SOURCE-ENTRY (4)
               WS-SOURCE-ENTRY (5) WS-SOURCE-ENTRY (6)
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           PERFORM 1110-ADD-BUCKET
               UNTIL WS-BUCKET-COUNT = WS-HORIZON-DAYS
           MOVE WS-BKT-DATE (WS-BUCKET-COUNT) TO WS-HORIZON-END.

       1110-ADD-BUCKET.
           MOVE 'NEXT ' TO WS-BUS-FUNCTION
           CALL 'BUSDAY' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-END-DATE WS-BUS-RESULT-DATE WS-BUS-DAY-COUNT
               WS-BUS-BUSDAY-SW
           ADD 1 TO WS-BUCKET-COUNT
           MOVE WS-BUS-RESULT-DATE TO WS-BKT-DATE (WS-BUCKET-COUNT)
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-RESULT-DATE) + 1
           COMPUTE WS-BUS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).

      *    WITH NO DATE ON THE CONTROL CARD THE CAPITALIZATION AND
      *    FEE RUNS ARE TAKEN AS THE LAST BUSINESS DAY OF THE RUN
      *    MONTH - THE BUSINESS DAY BEFORE THE FIRST OF THE NEXT.
       1200-SET-RUN-DATES.
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           IF WS-ROLL-MONTH = 12
               MOVE 1 TO WS-ROLL-MONTH
               ADD 1 TO WS-ROLL-YEAR
           ELSE
               ADD 1 TO WS-ROLL-MONTH
           END-IF
           MOVE 1 TO WS-ROLL-DAY
           MOVE 'PREV ' TO WS-BUS-FUNCTION
           MOVE WS-ROLL-NUM TO WS-BUS-DATE
           CALL 'BUSDAY' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-END-DATE WS-BUS-RESULT-DATE WS-BUS-DAY-COUNT
               WS-BUS-BUSDAY-SW
           MOVE WS-BUS-RESULT-DATE TO WS-MONTH-END-BUSDAY
           IF WS-CAPITAL-DATE = ZERO
               MOVE WS-MONTH-END-BUSDAY TO WS-CAPITAL-DATE
           END-IF
           IF WS-FEE-DATE = ZERO
               MOVE WS-MONTH-END-BUSDAY TO WS-FEE-DATE
           END-IF.

      *    THE FEE SCHEDULE GENERATION IN FORCE AT THE FEE RUN DATE IS
      *    THE LATEST ONE EFFECTIVE AT OR BEFORE IT, AS FEEASSES
      *    CHOOSES IT.
       1300-LOAD-FEE-SCHEDULE.
           INITIALIZE WS-FEE-TABLE
           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM 1310-READ-FEE-SCHEDULE
           PERFORM 1320-APPLY-FEE-SCHEDULE UNTIL SCHED-EOF
           CLOSE FEE-SCHEDULE-FILE.

       1310-READ-FEE-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET SCHED-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       1320-APPLY-FEE-SCHEDULE.
           MOVE FEE-ACCT-TYPE TO WS-FLOW-ACCT-TYPE
           PERFORM 5100-SET-TYPE-SUB
           IF WS-TYPE-SUB > ZERO
               AND FEE-EFFECTIVE-DATE <= WS-FEE-DATE
               AND FEE-EFFECTIVE-DATE >= WS-FEE-EFFECTIVE (WS-TYPE-SUB)
               MOVE FEE-EFFECTIVE-DATE
                   TO WS-FEE-EFFECTIVE (WS-TYPE-SUB)
               MOVE FEE-SERVICE-AMOUNT
                   TO WS-FEE-SERVICE-AMT (WS-TYPE-SUB)
           END-IF
           PERFORM 1310-READ-FEE-SCHEDULE.

      *    FEEASSES ASSESSES EVERY ACTIVE ACCOUNT, SO THE ACCOUNT
      *    MASTER IS WALKED ONCE FROM THE TOP, BEFORE ANY RANDOM READ
      *    MOVES THE FILE POSITION.
       1400-COUNT-FEE-ACCOUNTS.
           PERFORM 1410-READ-NEXT-ACCOUNT
           PERFORM 1420-COUNT-ACCOUNT UNTIL ACCT-EOF.

       1410-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET ACCT-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       1420-COUNT-ACCOUNT.
           IF ACCT-ACTIVE
               MOVE ACCT-TYPE TO WS-FLOW-ACCT-TYPE
               PERFORM 5100-SET-TYPE-SUB
               IF WS-TYPE-SUB > ZERO
                   ADD 1 TO WS-FEE-ACCT-COUNT (WS-TYPE-SUB)
               END-IF
           END-IF
           PERFORM 1410-READ-NEXT-ACCOUNT.

      *****************************************************************
      *    STANDING ORDERS                                            *
      *****************************************************************
       2000-PROJECT-STANDING-ORDERS.
           PERFORM 2090-READ-STANDING-ORDER
           PERFORM 2010-PROJECT-ORDER UNTIL SORD-EOF.

       2010-PROJECT-ORDER.
           IF SO-ACTIVE
               MOVE SO-ACCT-ID TO ACCT-ID
               PERFORM 5200-READ-ACCOUNT
               IF ACCT-FOUND
                   AND NOT ACCT-CLOSED
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE SO-NEXT-DUE-DATE TO WS-SO-DATE
                   PERFORM 2020-PROJECT-OCCURRENCE
                       UNTIL WS-SO-DATE > WS-HORIZON-END
                       OR (SO-EXPIRY-DATE NOT = ZERO
                           AND WS-SO-DATE > SO-EXPIRY-DATE)
               ELSE
                   ADD 1 TO WS-ORDER-SKIPPED-COUNT
               END-IF
           END-IF
           PERFORM 2090-READ-STANDING-ORDER.

       2020-PROJECT-OCCURRENCE.
           MOVE WS-SO-DATE TO WS-FLOW-DATE
           MOVE ACCT-TYPE TO WS-FLOW-ACCT-TYPE
           MOVE SO-AMOUNT TO WS-FLOW-AMOUNT
           MOVE 1 TO WS-FLOW-ITEMS
           SET FLOW-STANDING-ORDER TO TRUE
           SET FLOW-INFLOW TO TRUE
           PERFORM 5000-POST-FLOW
           EVALUATE TRUE
               WHEN SO-DAILY
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-SO-DATE) + 1
                   COMPUTE WS-SO-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               WHEN SO-WEEKLY
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-SO-DATE) + 7
                   COMPUTE WS-SO-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               WHEN SO-MONTHLY
                   PERFORM 2030-ROLL-ONE-MONTH
               WHEN OTHER
                   MOVE WS-HIGH-DATE TO WS-SO-DATE
           END-EVALUATE.

      *    THE SAME ROLL STORDGEN APPLIES TO SO-NEXT-DUE-DATE.
       2030-ROLL-ONE-MONTH.
           MOVE WS-SO-DATE TO WS-ROLL-DATE
           IF WS-ROLL-MONTH = 12
               MOVE 1 TO WS-ROLL-MONTH
               ADD 1 TO WS-ROLL-YEAR
           ELSE
               ADD 1 TO WS-ROLL-MONTH
           END-IF
           PERFORM 5300-SET-MONTH-END-DAY
           IF WS-ROLL-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-ROLL-DAY
           END-IF
           MOVE WS-ROLL-NUM TO WS-SO-DATE.

       2090-READ-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET SORD-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

      *****************************************************************
      *    LOAN INSTALLMENTS AND MATURITIES.  THE AMORTGEN SCHEDULE   *
      *    AND THE LOANMTRY ROSTER ARE BOTH IN ASCENDING ACCT-ID      *
      *    SEQUENCE AND ARE WALKED TOGETHER; A ROSTER LOAN WITH NO    *
      *    SCHEDULE LINES STILL HAS ITS MATURITY PROJECTED.           *
      *****************************************************************
       2200-PROJECT-LOANS.
           PERFORM 2920-READ-SCHEDULE
           PERFORM 2930-READ-ROSTER
           PERFORM 2210-PROJECT-NEXT-LOAN
               UNTIL SKD-EOF AND MTY-EOF.

       2210-PROJECT-NEXT-LOAN.
           IF WS-MTY-KEY < WS-SKD-KEY
               MOVE ZERO TO WS-LOAN-PRINCIPAL-PROJ
               PERFORM 2260-POST-MATURITY
               PERFORM 2930-READ-ROSTER
           ELSE
               PERFORM 2220-PROJECT-SCHEDULE-GROUP
           END-IF.

       2220-PROJECT-SCHEDULE-GROUP.
           MOVE WS-SKD-KEY TO WS-LOAN-ACCT-ID
           MOVE WS-HIGH-DATE TO WS-LOAN-CUTOFF-DATE
           MOVE 'N' TO WS-MTY-MATCHED-SW
           IF WS-MTY-KEY = WS-SKD-KEY
               SET MTY-MATCHED TO TRUE
               MOVE WS-MTY-MATURITY TO WS-LOAN-CUTOFF-DATE
           END-IF
           MOVE ZERO TO WS-LOAN-PRINCIPAL-PROJ
           MOVE 'N' TO WS-LOAN-ON-FILE-SW
           MOVE WS-LOAN-ACCT-ID TO ACCT-ID
           PERFORM 5200-READ-ACCOUNT
           IF ACCT-FOUND
               AND NOT ACCT-CLOSED
               AND NOT ACCT-CHARGED-OFF
               SET LOAN-ON-FILE TO TRUE
               MOVE ACCT-OPEN-DATE TO WS-LOAN-OPEN-DATE
               ADD 1 TO WS-LOAN-COUNT
           ELSE
               ADD 1 TO WS-LOAN-MISSING-COUNT
           END-IF
           PERFORM 2230-PROJECT-INSTALLMENT
               UNTIL SKD-EOF
               OR WS-SKD-KEY NOT = WS-LOAN-ACCT-ID
           IF MTY-MATCHED
               PERFORM 2260-POST-MATURITY
               PERFORM 2930-READ-ROSTER
           END-IF.

       2230-PROJECT-INSTALLMENT.
           IF LOAN-ON-FILE
               MOVE SKD-MONTH-NO TO WS-SKD-MONTH
               MOVE SKD-INTEREST TO WS-SKD-INTEREST-AMT
               MOVE SKD-PRINCIPAL TO WS-SKD-PRINCIPAL-AMT
               PERFORM 2240-SET-INSTALLMENT-DATE
               IF WS-FLOW-DATE <= WS-LOAN-CUTOFF-DATE
                   AND WS-FLOW-DATE <= WS-HORIZON-END
                   MOVE 'LON' TO WS-FLOW-ACCT-TYPE
                   COMPUTE WS-FLOW-AMOUNT =
                       WS-SKD-INTEREST-AMT + WS-SKD-PRINCIPAL-AMT
                   MOVE 1 TO WS-FLOW-ITEMS
                   SET FLOW-INSTALLMENT TO TRUE
                   SET FLOW-INFLOW TO TRUE
                   PERFORM 5000-POST-FLOW
                   ADD WS-SKD-PRINCIPAL-AMT TO WS-LOAN-PRINCIPAL-PROJ
               END-IF
           END-IF
           PERFORM 2920-READ-SCHEDULE.

      *    SCHEDULE MONTH 1 IS THE FIRST MONTHLY ANNIVERSARY OF THE
      *    LOAN'S OPEN DAY ON OR AFTER THE RUN DATE; MONTH N IS N-1
      *    MONTHS LATER.  EVERY MONTH WORKS FROM THE OPEN DAY, CLIPPED
      *    TO THE MONTH END, SO A LOAN OPENED ON THE 31ST IS DUE ON
      *    THE 30TH IN APRIL AND BACK ON THE 31ST IN MAY.
       2240-SET-INSTALLMENT-DATE.
           MOVE WS-LOAN-OPEN-DATE (7:2) TO WS-ANCHOR-DAY
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
           MOVE ZERO TO WS-FIRST-OFFSET
           MOVE WS-RUN-DATE TO WS-ROLL-DATE
           PERFORM 5300-SET-MONTH-END-DAY
           IF WS-ANCHOR-DAY > WS-MONTH-END-DAY
               IF WS-MONTH-END-DAY < WS-RUN-DAY
                   MOVE 1 TO WS-FIRST-OFFSET
               END-IF
           ELSE
               IF WS-ANCHOR-DAY < WS-RUN-DAY
                   MOVE 1 TO WS-FIRST-OFFSET
               END-IF
           END-IF
           COMPUTE WS-MONTH-OFFSET = WS-SKD-MONTH - 1 + WS-FIRST-OFFSET
           COMPUTE WS-TOTAL-MONTHS =
               (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1 + WS-MONTH-OFFSET
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-MONTH-QUOTIENT
               REMAINDER WS-MONTH-REMAINDER
           MOVE WS-MONTH-QUOTIENT TO WS-ROLL-YEAR
           COMPUTE WS-ROLL-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-ANCHOR-DAY TO WS-ROLL-DAY
           PERFORM 5300-SET-MONTH-END-DAY
           IF WS-ROLL-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-ROLL-DAY
           END-IF
           MOVE WS-ROLL-NUM TO WS-FLOW-DATE.

      *    THE MATURITY REPAYS WHATEVER THE LOAN'S INSTALLMENTS IN THE
      *    HORIZON DO NOT.
       2260-POST-MATURITY.
           IF WS-MTY-BALANCE-AMT > WS-LOAN-PRINCIPAL-PROJ
               MOVE WS-MTY-MATURITY TO WS-FLOW-DATE
               MOVE 'LON' TO WS-FLOW-ACCT-TYPE
               COMPUTE WS-FLOW-AMOUNT =
                   WS-MTY-BALANCE-AMT - WS-LOAN-PRINCIPAL-PROJ
               MOVE 1 TO WS-FLOW-ITEMS
               SET FLOW-MATURITY TO TRUE
               SET FLOW-INFLOW TO TRUE
               PERFORM 5000-POST-FLOW
           END-IF.

       2920-READ-SCHEDULE.
           MOVE 'N' TO WS-SKD-WANTED-SW
           PERFORM 2925-READ-SCHEDULE-LINE
               UNTIL SKD-EOF OR SKD-WANTED.

       2925-READ-SCHEDULE-LINE.
           READ SCHEDULE-FILE
               AT END
                   SET SKD-EOF TO TRUE
                   MOVE WS-HIGH-KEY-10 TO WS-SKD-KEY
               NOT AT END
                   IF SKD-ACCT-ID-X NUMERIC
                       SET SKD-WANTED TO TRUE
                       MOVE SKD-ACCT-ID TO WS-SKD-KEY
                   END-IF
           END-READ.

      *    ONLY LOANS STILL CARRYING A BALANCE AND MATURING BY THE
      *    HORIZON END ARE KEPT; PAID-UP CLOSURE CANDIDATES AND LOANS
      *    MATURING LATER ARE SKIPPED.
       2930-READ-ROSTER.
           MOVE 'N' TO WS-MTY-WANTED-SW
           PERFORM 2935-READ-ROSTER-LINE
               UNTIL MTY-EOF OR MTY-WANTED.

       2935-READ-ROSTER-LINE.
           READ MATURITY-ROSTER
               AT END
                   SET MTY-EOF TO TRUE
                   MOVE WS-HIGH-KEY-10 TO WS-MTY-KEY
               NOT AT END
                   IF MTY-ACCT-ID-X NUMERIC
                       AND MTY-MATURITY-DATE NUMERIC
                       MOVE MTY-BALANCE TO WS-MTY-BALANCE-AMT
                       IF WS-MTY-BALANCE-AMT > ZERO
                           AND MTY-MATURITY-DATE <= WS-HORIZON-END
                           SET MTY-WANTED TO TRUE
                           MOVE MTY-ACCT-ID TO WS-MTY-KEY
                           MOVE MTY-MATURITY-DATE TO WS-MTY-MATURITY
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *    PAY-PENDING ITEMS NOT YET POSTED                           *
      *****************************************************************
       2400-PROJECT-PENDING-PAYMENTS.
           PERFORM 2490-READ-PAYMENT
           PERFORM 2410-PROJECT-PAYMENT UNTIL PAY-EOF.

       2410-PROJECT-PAYMENT.
           IF PAY-PENDING
               MOVE PAY-ACCT-ID TO ACCT-ID
               PERFORM 5200-READ-ACCOUNT
               IF ACCT-FOUND
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE PAY-TIMESTAMP (1:8) TO WS-PAY-DATE-X
                   IF WS-PAY-DATE-X NOT NUMERIC
                       MOVE WS-RUN-DATE TO WS-PAY-DATE
                   END-IF
                   MOVE WS-PAY-DATE TO WS-FLOW-DATE
                   MOVE ACCT-TYPE TO WS-FLOW-ACCT-TYPE
                   MOVE PAY-AMOUNT TO WS-FLOW-AMOUNT
                   MOVE 1 TO WS-FLOW-ITEMS
                   SET FLOW-PENDING TO TRUE
                   EVALUATE TRUE
                       WHEN PAY-REVERSAL
                       WHEN PAY-FEE
                       WHEN PAY-CHEQUE
                       WHEN PAY-OUTBOUND
                       WHEN PAY-XFER-DEBIT
                       WHEN PAY-DISB-DEBIT
                       WHEN PAY-TDEP-DEBIT
                           SET FLOW-OUTFLOW TO TRUE
                       WHEN OTHER
                           SET FLOW-INFLOW TO TRUE
                   END-EVALUATE
                   PERFORM 5000-POST-FLOW
               ELSE
                   ADD 1 TO WS-PENDING-NO-ACCT
               END-IF
           END-IF
           PERFORM 2490-READ-PAYMENT.

       2490-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

      *****************************************************************
      *    MONTH-END CAPITALIZATION OF ACCRUED INTEREST               *
      *****************************************************************
       2500-PROJECT-CAPITALIZATION.
           PERFORM 2590-READ-ACCRUAL
           PERFORM 2510-PROJECT-ACCRUAL UNTIL ACCR-EOF.

      *    INTACCR CAPITALIZES SAVINGS AND LOANS ONLY; A TERM DEPOSIT
      *    IS CAPITALIZED BY TDEPMTRY AT MATURITY.
       2510-PROJECT-ACCRUAL.
           IF ACR-ACCRUED-AMOUNT > ZERO
               MOVE ACR-ACCT-ID TO ACCT-ID
               PERFORM 5200-READ-ACCOUNT
               IF ACCT-FOUND
                   AND NOT ACCT-CLOSED
                   AND NOT ACCT-CHARGED-OFF
                   AND (ACCT-SAVINGS OR ACCT-LOAN)
                   MOVE WS-CAPITAL-DATE TO WS-FLOW-DATE
                   MOVE ACCT-TYPE TO WS-FLOW-ACCT-TYPE
                   MOVE ACR-ACCRUED-AMOUNT TO WS-FLOW-AMOUNT
                   MOVE 1 TO WS-FLOW-ITEMS
                   SET FLOW-CAPITALIZATION TO TRUE
                   IF ACCT-SAVINGS
                       SET FLOW-INFLOW TO TRUE
                   ELSE
                       SET FLOW-OUTFLOW TO TRUE
                   END-IF
                   PERFORM 5000-POST-FLOW
               END-IF
           END-IF
           PERFORM 2590-READ-ACCRUAL.

       2590-READ-ACCRUAL.
           READ ACCRUAL-FILE
               AT END
                   SET ACCR-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

      *****************************************************************
      *    MONTHLY SERVICE-FEE RUN                                    *
      *****************************************************************
       2600-PROJECT-FEE-RUN.
           PERFORM 2610-PROJECT-TYPE-FEES
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.

       2610-PROJECT-TYPE-FEES.
           IF WS-FEE-ACCT-COUNT (WS-TYPE-SUB) > ZERO
               AND WS-FEE-SERVICE-AMT (WS-TYPE-SUB) > ZERO
               AND WS-TYPE-NAME (WS-TYPE-SUB) NOT = 'TRM'
               MOVE WS-FEE-DATE TO WS-FLOW-DATE
               MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-FLOW-ACCT-TYPE
               COMPUTE WS-FLOW-AMOUNT =
                   WS-FEE-SERVICE-AMT (WS-TYPE-SUB)
                   * WS-FEE-ACCT-COUNT (WS-TYPE-SUB)
               MOVE WS-FEE-ACCT-COUNT (WS-TYPE-SUB) TO WS-FLOW-ITEMS
               SET FLOW-FEE-RUN TO TRUE
               SET FLOW-OUTFLOW TO TRUE
               PERFORM 5000-POST-FLOW
           END-IF.

      *****************************************************************
      *    REPORT AND EXTRACT                                         *
      *****************************************************************
       3000-FINALIZE.
           PERFORM 3100-WRITE-PROJECTION
           PERFORM 3300-WRITE-SOURCE-SUMMARY
           CLOSE ACCOUNT-MASTER
           CLOSE STANDING-ORDER-FILE
           CLOSE SCHEDULE-FILE
           CLOSE MATURITY-ROSTER
           CLOSE PAYMENT-FILE
           CLOSE ACCRUAL-FILE
           CLOSE PROJECTION-REPORT
           CLOSE PROJECTION-EXTRACT
           DISPLAY 'CASHPROJ - BUSINESS DAYS PROJECTED : '
               WS-BUCKET-COUNT
           DISPLAY 'CASHPROJ - STANDING ORDERS         : '
               WS-ORDER-COUNT
           DISPLAY 'CASHPROJ - ORDERS ON CLOSED ACCTS  : '
               WS-ORDER-SKIPPED-COUNT
           DISPLAY 'CASHPROJ - LOANS SCHEDULED         : '
               WS-LOAN-COUNT
           DISPLAY 'CASHPROJ - SCHEDULED LOANS MISSING : '
               WS-LOAN-MISSING-COUNT
           DISPLAY 'CASHPROJ - PENDING ITEMS PROJECTED : '
               WS-PENDING-COUNT
           DISPLAY 'CASHPROJ - PENDING ITEMS NO ACCOUNT: '
               WS-PENDING-NO-ACCT
           DISPLAY 'CASHPROJ - ITEMS BEYOND HORIZON    : '
               WS-BEYOND-COUNT.

       3100-WRITE-PROJECTION.
           MOVE WS-BKT-DATE (1) TO WS-HDG-FROM
           MOVE WS-HORIZON-END TO WS-HDG-THROUGH
           MOVE WS-HEADING-LINE TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE SPACES TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           PERFORM 3110-WRITE-BUSINESS-DAY
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-BUCKET-COUNT.

       3110-WRITE-BUSINESS-DAY.
           MOVE ZERO TO WS-DAY-INFLOW
           MOVE ZERO TO WS-DAY-OUTFLOW
           MOVE ZERO TO WS-DAY-ITEMS
           PERFORM 3120-WRITE-TYPE-LINE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4
           MOVE WS-BKT-DATE (WS-BKT-SUB) TO WS-DTL-DATE
           MOVE 'ALL' TO WS-DTL-TYPE
           MOVE WS-DAY-INFLOW TO WS-DTL-INFLOW
           MOVE WS-DAY-OUTFLOW TO WS-DTL-OUTFLOW
           COMPUTE WS-DTL-NET = WS-DAY-INFLOW - WS-DAY-OUTFLOW
           MOVE WS-DAY-ITEMS TO WS-DTL-ITEMS
           MOVE WS-DETAIL-LINE TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE SPACES TO PROJECTION-LINE
           WRITE PROJECTION-LINE.

       3120-WRITE-TYPE-LINE.
           MOVE WS-BKT-DATE (WS-BKT-SUB) TO WS-DTL-DATE
           MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-DTL-TYPE
           MOVE WS-BKT-INFLOW (WS-BKT-SUB WS-TYPE-SUB)
               TO WS-DTL-INFLOW
           MOVE WS-BKT-OUTFLOW (WS-BKT-SUB WS-TYPE-SUB)
               TO WS-DTL-OUTFLOW
           COMPUTE WS-DTL-NET =
               WS-BKT-INFLOW (WS-BKT-SUB WS-TYPE-SUB)
               - WS-BKT-OUTFLOW (WS-BKT-SUB WS-TYPE-SUB)
           MOVE WS-BKT-ITEMS (WS-BKT-SUB WS-TYPE-SUB)
               TO WS-DTL-ITEMS
           MOVE WS-DETAIL-LINE TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           ADD WS-BKT-INFLOW (WS-BKT-SUB WS-TYPE-SUB)
               TO WS-DAY-INFLOW
           ADD WS-BKT-OUTFLOW (WS-BKT-SUB WS-TYPE-SUB)
               TO WS-DAY-OUTFLOW
           ADD WS-BKT-ITEMS (WS-BKT-SUB WS-TYPE-SUB)
               TO WS-DAY-ITEMS
           PERFORM 3200-WRITE-EXTRACT-RECORD.

       3200-WRITE-EXTRACT-RECORD.
           MOVE SPACES TO PROJECTION-EXTRACT-RECORD
           MOVE WS-BKT-DATE (WS-BKT-SUB) TO CFX-BUSINESS-DATE
           MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO CFX-ACCT-TYPE
           MOVE WS-BKT-INFLOW (WS-BKT-SUB WS-TYPE-SUB) TO CFX-INFLOW
           MOVE WS-BKT-OUTFLOW (WS-BKT-SUB WS-TYPE-SUB)
               TO CFX-OUTFLOW
           COMPUTE CFX-NET-FLOW =
               WS-BKT-INFLOW (WS-BKT-SUB WS-TYPE-SUB)
               - WS-BKT-OUTFLOW (WS-BKT-SUB WS-TYPE-SUB)
           MOVE WS-BKT-ITEMS (WS-BKT-SUB WS-TYPE-SUB)
               TO CFX-ITEM-COUNT
           WRITE PROJECTION-EXTRACT-RECORD.

       3300-WRITE-SOURCE-SUMMARY.
           PERFORM 3310-WRITE-SOURCE-LINE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > 6.

       3310-WRITE-SOURCE-LINE.
           MOVE WS-SOURCE-NAME (WS-SRC-SUB) TO WS-SRL-LABEL
           MOVE WS-SRC-INFLOW (WS-SRC-SUB) TO WS-SRL-INFLOW
           MOVE WS-SRC-OUTFLOW (WS-SRC-SUB) TO WS-SRL-OUTFLOW
           MOVE WS-SRC-ITEMS (WS-SRC-SUB) TO WS-SRL-ITEMS
           MOVE WS-SOURCE-LINE TO PROJECTION-LINE
           WRITE PROJECTION-LINE.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.

      *****************************************************************
      *    SHARED ROUTINES                                            *
      *****************************************************************
      *    A FLOW DATED BEFORE THE FIRST BUCKET IS OVERDUE AND LANDS
      *    ON IT; A FLOW DATED ON A NON-BUSINESS DAY LANDS ON THE NEXT
      *    BUCKET; A FLOW AFTER THE LAST BUCKET IS OUTSIDE THE
      *    HORIZON AND ONLY COUNTED.
       5000-POST-FLOW.
           PERFORM 5100-SET-TYPE-SUB
           IF WS-FLOW-DATE > WS-HORIZON-END
               OR WS-TYPE-SUB = ZERO
               ADD 1 TO WS-BEYOND-COUNT
           ELSE
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-DATE (WS-BKT-SUB) >= WS-FLOW-DATE
                   CONTINUE
               END-PERFORM
               IF FLOW-INFLOW
                   ADD WS-FLOW-AMOUNT
                       TO WS-BKT-INFLOW (WS-BKT-SUB WS-TYPE-SUB)
                   ADD WS-FLOW-AMOUNT
                       TO WS-SRC-INFLOW (WS-FLOW-SOURCE)
               ELSE
                   ADD WS-FLOW-AMOUNT
                       TO WS-BKT-OUTFLOW (WS-BKT-SUB WS-TYPE-SUB)
                   ADD WS-FLOW-AMOUNT
                       TO WS-SRC-OUTFLOW (WS-FLOW-SOURCE)
               END-IF
               ADD WS-FLOW-ITEMS
                   TO WS-BKT-ITEMS (WS-BKT-SUB WS-TYPE-SUB)
               ADD WS-FLOW-ITEMS TO WS-SRC-ITEMS (WS-FLOW-SOURCE)
           END-IF.

       5100-SET-TYPE-SUB.
           EVALUATE WS-FLOW-ACCT-TYPE
               WHEN 'CUR'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'SAV'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN 'LON'
                   MOVE 3 TO WS-TYPE-SUB
               WHEN 'TRM'
                   MOVE 4 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-TYPE-SUB
           END-EVALUATE.

       5200-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.

       5300-SET-MONTH-END-DAY.
           EVALUATE WS-ROLL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 2
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-ROLL-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
                   DIVIDE WS-ROLL-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-END-DAY
                       DIVIDE WS-ROLL-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE.
