       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATENOTC.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    ADVANCE CUSTOMER NOTICE OF RATE AND FEE CHANGES.  RATEMNT
      *    LOADS DEPOSIT-RATE, LOAN-TERMS AND FEE-SCHEDULE GENERATIONS
      *    AHEAD OF THEIR EFFECTIVE DATE; THIS RUN COMPARES EVERY
      *    PENDING GENERATION (EFFECTIVE AFTER THE RUN DATE ON THE
      *    NOTCPARM CARD) WITH THE ONE IT WILL REPLACE AND WORKS OUT
      *    WHICH ACCOUNTS THE CHANGE REACHES:
      *      LOANS    - A PENDING LOAN-TERMS ROW WHOSE RATE OR TERM
      *                 DIFFERS FROM THE LOAN'S PREVIOUS ROW REACHES
      *                 THAT LOAN.  A LOAN WITH NO ROW IN FORCE YET
      *                 HAS NOTHING TO CHANGE AND IS NOT NOTIFIED.
      *      SAVINGS  - THE TIER TABLE IS ASSEMBLED PER CEILING THE
      *                 WAY INTACCR ASSEMBLES IT, ONCE AS AT THE RUN
      *                 DATE AND ONCE AS AT EACH PENDING EFFECTIVE
      *                 DATE.  A SAVINGS ACCOUNT IS REACHED WHEN THE
      *                 RATE FOR THE TIER ITS ACCT-BALANCE FALLS IN
      *                 TODAY DIFFERS FROM ONE TABLE TO THE NEXT.
      *      FEES     - A PENDING FEE-SCHEDULE ROW THAT DIFFERS FROM
      *                 THE ROW IN FORCE FOR ITS ACCOUNT TYPE REACHES
      *                 EVERY ACCOUNT OF THAT TYPE.
      *    CLOSED AND CHARGED-OFF ACCOUNTS ARE NEVER NOTIFIED.  EACH
      *    REACHED ACCOUNT GIVES ONE NOTICE EXTRACT RECORD WITH THE
      *    OLD AND NEW FIGURES AND THE EFFECTIVE DATE, ADDRESSED FROM
      *    THE CUSTOMER ADDRESS FILE EXACTLY AS MAILXTRT ADDRESSES
      *    STATEMENTS: SORTED BY POSTAL CODE, BRANCH-PICKUP CUSTOMERS
      *    COUNTED AND LEFT OUT, MISSING ADDRESSES LISTED ON THE
      *    EXCEPTION REPORT.
      *
      *    EVERY CHANGE NOTIFIED IS LOGGED TO THE NOTICE LOG WITH ITS
      *    NEW FIGURES, SO THE RUN CAN BE REPEATED DAILY AND ONLY A
      *    NEWLY LOADED CHANGE - OR A CORRECTION OF ONE ALREADY
      *    NOTIFIED - IS SENT.  THE CONTROL REPORT LISTS EVERY PENDING
      *    CHANGE WITH THE DAYS OF NOTICE IT GIVES, AND FLAGS SHORT
      *    NOTICE WHEN A CHANGE BEING NOTIFIED TAKES EFFECT SOONER
      *    THAN THE REQUIRED NOTICE PERIOD ON THE CARD (30 DAYS WHEN
      *    LEFT ZERO).  ANY SHORT NOTICE ENDS THE RUN WITH COMPLETION
      *    CODE 4 SO OPERATIONS REFERS IT BEFORE THE CHANGE IS LIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO NOTCPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEPOSIT-RATE-FILE ASSIGN TO DEPRATE
               ORGANIZATION IS SEQUENTIAL.

           SELECT LOAN-TERMS-FILE ASSIGN TO LOANTERM
               ORGANIZATION IS SEQUENTIAL.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FS.

           SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-FS.

           SELECT OPTIONAL NOTICE-LOG-FILE ASSIGN TO NOTCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT NOTICE-WORK-FILE ASSIGN TO NTCWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT NOTICE-SORT-WORK ASSIGN TO NSRTWORK.

           SELECT NOTICE-EXTRACT-FILE ASSIGN TO NOTCEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-REPORT ASSIGN TO NOTCRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO NOTCEXCP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-RUN-DATE           PIC 9(8).
           05 PARM-NOTICE-DAYS        PIC 9(3).

       FD  DEPOSIT-RATE-FILE
           RECORDING MODE IS F.
       01  DEPOSIT-RATE-RECORD.
           COPY DEPOSIT-RATE-RECORD.

       FD  LOAN-TERMS-FILE
           RECORDING MODE IS F.
       01  LOAN-TERMS-RECORD.
           COPY LOAN-TERMS-RECORD.

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FEE-SCHEDULE-RECORD.
           COPY FEE-SCHEDULE-RECORD.

       FD  ACCOUNT-MASTER
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCOUNT-RECORD.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-RECORD.

       FD  ADDRESS-FILE
           RECORDING MODE IS F.
       01  ADDRESS-RECORD.
           COPY ADDRESS-RECORD.

      *    ONE LOG RECORD PER CHANGE NOTIFIED.  THE FIRST 52 BYTES
      *    IDENTIFY THE CHANGE AND ITS NEW FIGURES.
       FD  NOTICE-LOG-FILE
           RECORDING MODE IS F.
       01  NOTICE-LOG-RECORD.
           05 NTL-LOG-KEY.
              10 NTL-TABLE-ID         PIC X.
              10 NTL-CHANGE-KEY       PIC X(13).
              10 NTL-EFFECTIVE-DATE   PIC 9(8).
              10 NTL-SIGNATURE        PIC X(30).
           05 NTL-NOTICE-DATE         PIC 9(8).
           05 NTL-ACCOUNT-COUNT       PIC 9(7).
           05 NTL-SHORT-NOTICE-SW     PIC X.

       FD  NOTICE-WORK-FILE
           RECORDING MODE IS F.
       01  NOTICE-WORK-RECORD             PIC X(230).

       SD  NOTICE-SORT-WORK.
       01  SORT-NOTICE-RECORD.
           05 SRT-POSTAL-CODE          PIC X(10).
           05 SRT-CUST-ID              PIC 9(8).
           05 SRT-ACCT-ID              PIC 9(10).
           05 SRT-CHANGE-TYPE          PIC X.
           05 SRT-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                   PIC X(193).

       FD  NOTICE-EXTRACT-FILE
           RECORDING MODE IS F.
       01  NOTICE-EXTRACT-LINE            PIC X(230).

       FD  CONTROL-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F.
       01  EXCEPTION-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'RATENOTC'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-CUST-FS                  PIC XX VALUE SPACES.
       01  WS-ADDR-FS                  PIC XX VALUE SPACES.
       01  WS-LOG-FS                   PIC XX VALUE SPACES.
           88 WS-LOG-EOF               VALUE '10'.
           88 WS-LOG-MISSING           VALUE '35'.

       01  WS-FLAGS.
           05 WS-RATE-EOF             PIC X VALUE 'N'.
              88 RATE-EOF             VALUE 'Y'.
           05 WS-LNT-EOF              PIC X VALUE 'N'.
              88 LNT-EOF              VALUE 'Y'.
           05 WS-FEE-EOF              PIC X VALUE 'N'.
              88 FEE-EOF              VALUE 'Y'.
           05 WS-ACCT-EOF             PIC X VALUE 'N'.
              88 ACCT-EOF             VALUE 'Y'.
           05 WS-ACCT-FOUND-SW        PIC X VALUE 'N'.
              88 ACCT-FOUND           VALUE 'Y'.
           05 WS-ADDR-FOUND-SW        PIC X VALUE 'N'.
              88 ADDR-FOUND           VALUE 'Y'.
           05 WS-LOGGED-SW            PIC X VALUE 'N'.
              88 ALREADY-LOGGED       VALUE 'Y'.
           05 WS-TIER-MATCHED-SW      PIC X VALUE 'N'.
              88 TIER-MATCHED         VALUE 'Y'.
           05 WS-RATE-FOUND-SW        PIC X VALUE 'N'.
              88 RATE-FOUND           VALUE 'Y'.
           05 WS-HAD-PREVIOUS-SW      PIC X VALUE 'N'.
              88 HAD-PREVIOUS         VALUE 'Y'.

       01  WS-PARM.
           05 WS-RUN-DATE             PIC 9(8) VALUE ZERO.
           05 WS-NOTICE-DAYS          PIC 9(3) VALUE ZERO.

       01  WS-DAYS-OF-NOTICE           PIC S9(5) VALUE ZERO.
       01  WS-CHANGE-FLAG              PIC X(12) VALUE SPACES.
       01  WS-CHANGE-ACCOUNTS          PIC 9(7) VALUE ZERO.

      *    NOTICE LOG AS READ AT THE START OF THE RUN.
       01  WS-LOG-TABLE.
           05 WS-LOG-COUNT            PIC 9(4) VALUE ZERO.
           05 WS-LOG-ENTRY OCCURS 2000 TIMES.
              10 WS-LOG-KEY          PIC X(52).
       01  WS-LOG-SUB                  PIC 9(4) VALUE ZERO.

       01  WS-LOG-KEY-WORK.
           05 WS-LKW-TABLE-ID         PIC X.
           05 WS-LKW-CHANGE-KEY       PIC X(13).
           05 WS-LKW-EFFECTIVE-DATE   PIC 9(8).
           05 WS-LKW-SIGNATURE        PIC X(30).

      *    THE NEW FIGURES OF A CHANGE, AS LOGGED.
       01  WS-SIGNATURE                PIC X(30) VALUE SPACES.
       01  WS-SIG-LOAN REDEFINES WS-SIGNATURE.
           05 WS-SGL-RATE             PIC 9V9(6).
           05 WS-SGL-TERM             PIC 9(3).
           05 FILLER                  PIC X(20).
       01  WS-SIG-FEE REDEFINES WS-SIGNATURE.
           05 WS-SGF-SERVICE          PIC 9(7)V99.
           05 WS-SGF-PER-TRANS        PIC 9(7)V99.
           05 WS-SGF-FREE             PIC 9(3).
           05 FILLER                  PIC X(9).
       01  WS-SIG-DEPOSIT REDEFINES WS-SIGNATURE.
           05 WS-SGD-TIER-COUNT       PIC 9(2).
           05 WS-SGD-RATE-SUM         PIC 9(3)V9(6).
           05 WS-SGD-CEILING-SUM      PIC 9(13)V99.
           05 FILLER                  PIC X(4).

      *    EVERY DEPOSIT-RATE ROW ON FILE, IN FILE ORDER (EFFECTIVE
      *    DATE THEN CEILING, AS RATEMNT WRITES IT).
       01  WS-DEPOSIT-ROWS.
           05 WS-DEP-ROW-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-DEP-ROW OCCURS 200 TIMES.
              10 WS-DRW-CEILING      PIC S9(11)V99 COMP-3.
              10 WS-DRW-RATE         PIC 9V9(6) COMP-3.
              10 WS-DRW-EFFECTIVE    PIC 9(8).
       01  WS-ROW-SUB                  PIC 9(3) VALUE ZERO.

      *    STEP 1 IS THE TIER TABLE IN FORCE ON THE RUN DATE; EACH
      *    FURTHER STEP IS THE TABLE AS AT ONE PENDING EFFECTIVE DATE.
       01  WS-DEPOSIT-STEPS.
           05 WS-STEP-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-STEP OCCURS 11 TIMES.
              10 WS-STP-DATE         PIC 9(8).
              10 WS-STP-NOTIFY-SW    PIC X.
                 88 STP-NOTIFY       VALUE 'Y'.
              10 WS-STP-ACCOUNTS     PIC 9(7).
              10 WS-STP-SIGNATURE    PIC X(30).
              10 WS-STP-TIER-COUNT   PIC 9(2).
              10 WS-STP-TIER OCCURS 20 TIMES.
                 15 WS-STP-CEILING   PIC S9(11)V99 COMP-3.
                 15 WS-STP-RATE      PIC 9V9(6) COMP-3.
                 15 WS-STP-EFFECTIVE PIC 9(8).
       01  WS-STEP-SUB                 PIC 9(2) VALUE ZERO.
       01  WS-BUILD-STEP               PIC 9(2) VALUE ZERO.
       01  WS-LOOKUP-STEP              PIC 9(2) VALUE ZERO.
       01  WS-TIER-SUB                 PIC 9(2) VALUE ZERO.
       01  WS-INSERT-POS               PIC 9(2) VALUE ZERO.
       01  WS-LOOKUP-BALANCE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-LOOKUP-RATE              PIC 9V9(6) COMP-3 VALUE ZERO.
       01  WS-OLD-TIER-RATE            PIC 9V9(6) COMP-3 VALUE ZERO.
       01  WS-OLD-TIER-FOUND-SW        PIC X VALUE 'N'.
           88 OLD-TIER-FOUND           VALUE 'Y'.

      *    EVERY PENDING FEE-SCHEDULE CHANGE.
       01  WS-FEE-CHANGES.
           05 WS-FEE-CHG-COUNT        PIC 9(2) VALUE ZERO.
           05 WS-FEE-CHG OCCURS 50 TIMES.
              10 WS-FCH-ACCT-TYPE    PIC X(3).
              10 WS-FCH-EFFECTIVE    PIC 9(8).
              10 WS-FCH-OLD-SERVICE  PIC S9(7)V99 COMP-3.
              10 WS-FCH-OLD-PER-TRANS PIC S9(7)V99 COMP-3.
              10 WS-FCH-OLD-FREE     PIC 9(3).
              10 WS-FCH-NEW-SERVICE  PIC S9(7)V99 COMP-3.
              10 WS-FCH-NEW-PER-TRANS PIC S9(7)V99 COMP-3.
              10 WS-FCH-NEW-FREE     PIC 9(3).
              10 WS-FCH-NOTIFY-SW    PIC X.
                 88 FCH-NOTIFY       VALUE 'Y'.
              10 WS-FCH-ACCOUNTS     PIC 9(7).
              10 WS-FCH-SIGNATURE    PIC X(30).
       01  WS-FEE-SUB                  PIC 9(2) VALUE ZERO.

       01  WS-PREVIOUS-FEE.
           05 WS-PFE-ACCT-TYPE        PIC X(3) VALUE SPACES.
           05 WS-PFE-SERVICE          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PFE-PER-TRANS        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 WS-PFE-FREE             PIC 9(3) VALUE ZERO.

       01  WS-PREVIOUS-LOAN-TERMS.
           05 WS-PLT-ACCT-ID          PIC 9(10) VALUE ZERO.
           05 WS-PLT-RATE             PIC 9V9(6) COMP-3 VALUE ZERO.
           05 WS-PLT-TERM-MONTHS      PIC 9(3) VALUE ZERO.

       01  WS-NOTICE-RECORD.
           COPY NOTICE-EXTRACT-RECORD.

       01  WS-COUNTERS.
           05 WS-LOAN-CHANGE-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-DEPOSIT-CHANGE-COUNT PIC 9(7) VALUE ZERO.
           05 WS-FEE-CHANGE-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-PREV-NOTIFIED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-SHORT-NOTICE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-NOTICE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-MAILED-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-PICKUP-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-NO-ADDRESS-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HDG-TEXT              PIC X(70) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER                  PIC X(40)
               VALUE '  TBL  KEY         EFFECTIVE OLD        '.
           05 FILLER                  PIC X(40)
               VALUE '    NEW          ACCTS DAYS FLAG        '.

       01  WS-CHANGE-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-CHG-TABLE             PIC X(4)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CHG-KEY               PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CHG-EFFECTIVE         PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CHG-OLD               PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE '->'.
           05 WS-CHG-NEW               PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CHG-ACCOUNTS          PIC ZZZZ9 VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CHG-DAYS              PIC ZZZ9  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-CHG-FLAG              PIC X(12) VALUE SPACES.

       01  WS-FEE-DETAIL-LINE.
           05 FILLER                  PIC X(19) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'PER ITEM  '.
           05 WS-FDL-OLD-PER-TRANS     PIC Z(6)9.99 VALUE ZERO.
           05 FILLER                  PIC X(4)  VALUE ' -> '.
           05 WS-FDL-NEW-PER-TRANS     PIC Z(6)9.99 VALUE ZERO.
           05 FILLER                  PIC X(7)  VALUE '  FREE '.
           05 WS-FDL-OLD-FREE          PIC ZZ9   VALUE ZERO.
           05 FILLER                  PIC X(4)  VALUE ' -> '.
           05 WS-FDL-NEW-FREE          PIC ZZ9   VALUE ZERO.

      *    EDITED FIGURES FOR THE OLD AND NEW COLUMNS.
       01  WS-RATE-FIGURE.
           05 WS-RTF-RATE             PIC 9.9(6).
           05 FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-LOAN-FIGURE.
           05 WS-LNF-RATE             PIC 9.9(6).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 WS-LNF-TERM             PIC ZZ9.
       01  WS-FEE-FIGURE.
           05 WS-FEF-SERVICE          PIC Z(6)9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-CEILING-FIGURE           PIC Z(10)9.

       01  WS-EXCEPTION-DETAIL.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-EXC-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-EXC-ACCT-ID           PIC 9(10) VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-EXC-CHANGE-TYPE       PIC X     VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-EXC-REASON            PIC X(24) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOAN-TERMS
           PERFORM 2300-START-ACCOUNT-PASS
           PERFORM 2400-PROCESS-ACCOUNT UNTIL ACCT-EOF
           PERFORM 2500-REPORT-DEPOSIT-CHANGES
           PERFORM 2600-REPORT-FEE-CHANGES
           PERFORM 2950-CLOSE-EXTRACT-INPUTS
           SORT NOTICE-SORT-WORK
               ON ASCENDING KEY SRT-POSTAL-CODE
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-ACCT-ID
               ON ASCENDING KEY SRT-CHANGE-TYPE
               ON ASCENDING KEY SRT-EFFECTIVE-DATE
               USING NOTICE-WORK-FILE
               GIVING NOTICE-EXTRACT-FILE
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-RUN-DATE    TO WS-RUN-DATE
                   MOVE PARM-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-READ
           CLOSE PARAMETER-FILE
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'RATENOTC - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

      *    WITHOUT A RUN DATE NOTHING CAN BE CALLED PENDING, SO A
      *    MISSING CARD STOPS THE RUN.
       1000-INITIALIZE.
           IF WS-RUN-DATE = ZERO
               DISPLAY 'RATENOTC - NO RUN DATE ON CARD'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           IF WS-NOTICE-DAYS = ZERO
               MOVE 30 TO WS-NOTICE-DAYS
           END-IF
           PERFORM 1100-LOAD-NOTICE-LOG
           PERFORM 1200-LOAD-DEPOSIT-STEPS
           PERFORM 1300-LOAD-FEE-CHANGES
           OPEN EXTEND NOTICE-LOG-FILE
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  ADDRESS-FILE
           OPEN OUTPUT NOTICE-WORK-FILE
           OPEN OUTPUT CONTROL-REPORT
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'RATE AND FEE CHANGE NOTICE CONTROL REPORT'
               TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-NOTICE-LOG.
           OPEN INPUT NOTICE-LOG-FILE
           IF NOT WS-LOG-MISSING
               PERFORM 1110-READ-LOG-RECORD
               PERFORM UNTIL WS-LOG-EOF
                   IF WS-LOG-COUNT < 2000
                       ADD 1 TO WS-LOG-COUNT
                       MOVE NTL-LOG-KEY TO WS-LOG-KEY (WS-LOG-COUNT)
                   ELSE
                       DISPLAY 'RATENOTC - NOTICE LOG TABLE FULL AT '
                           '2000, OLDER NOTICES MAY BE REPEATED'
                   END-IF
                   PERFORM 1110-READ-LOG-RECORD
               END-PERFORM
           END-IF
           CLOSE NOTICE-LOG-FILE.

       1110-READ-LOG-RECORD.
           READ NOTICE-LOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   CONTINUE
           END-READ.

      *    THE DISTINCT PENDING EFFECTIVE DATES BECOME STEPS 2 ONWARD.
      *    THE FILE IS IN EFFECTIVE-DATE ORDER, SO THEY ARRIVE IN
      *    ASCENDING ORDER.
       1200-LOAD-DEPOSIT-STEPS.
           OPEN INPUT DEPOSIT-RATE-FILE
           PERFORM 1210-READ-RATE-RECORD
           PERFORM UNTIL RATE-EOF
               IF WS-DEP-ROW-COUNT < 200
                   ADD 1 TO WS-DEP-ROW-COUNT
                   MOVE DPR-TIER-CEILING
                       TO WS-DRW-CEILING (WS-DEP-ROW-COUNT)
                   MOVE DPR-ANNUAL-RATE
                       TO WS-DRW-RATE (WS-DEP-ROW-COUNT)
                   MOVE DPR-EFFECTIVE-DATE
                       TO WS-DRW-EFFECTIVE (WS-DEP-ROW-COUNT)
               ELSE
                   DISPLAY 'RATENOTC - DEPOSIT RATE TABLE FULL AT '
                       '200, LATER ROWS NOT COMPARED'
               END-IF
               PERFORM 1210-READ-RATE-RECORD
           END-PERFORM
           CLOSE DEPOSIT-RATE-FILE
           MOVE 1 TO WS-STEP-COUNT
           MOVE WS-RUN-DATE TO WS-STP-DATE (1)
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-DEP-ROW-COUNT
               IF WS-DRW-EFFECTIVE (WS-ROW-SUB) >
                       WS-STP-DATE (WS-STEP-COUNT)
                   PERFORM 1220-ADD-DEPOSIT-STEP
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BUILD-STEP FROM 1 BY 1
               UNTIL WS-BUILD-STEP > WS-STEP-COUNT
               PERFORM 1230-BUILD-STEP-TABLE
           END-PERFORM
           PERFORM VARYING WS-STEP-SUB FROM 2 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM 1260-CHECK-STEP-LOGGED
           END-PERFORM.

       1210-READ-RATE-RECORD.
           READ DEPOSIT-RATE-FILE
               AT END
                   SET RATE-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       1220-ADD-DEPOSIT-STEP.
           IF WS-STEP-COUNT < 11
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-DRW-EFFECTIVE (WS-ROW-SUB)
                   TO WS-STP-DATE (WS-STEP-COUNT)
               MOVE 'N' TO WS-STP-NOTIFY-SW (WS-STEP-COUNT)
               MOVE ZERO TO WS-STP-ACCOUNTS (WS-STEP-COUNT)
           ELSE
               DISPLAY 'RATENOTC - MORE THAN 10 PENDING DEPOSIT RATE '
                   'DATES, LATER DATES NOT NOTIFIED'
           END-IF.

      *    PER CEILING, THE ROW WITH THE LATEST EFFECTIVE DATE AT OR
      *    BEFORE THE STEP DATE WINS - INTACCR'S RULE - AND THE TABLE
      *    IS KEPT IN ASCENDING CEILING ORDER.
       1230-BUILD-STEP-TABLE.
           MOVE ZERO TO WS-STP-TIER-COUNT (WS-BUILD-STEP)
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-DEP-ROW-COUNT
               IF WS-DRW-EFFECTIVE (WS-ROW-SUB) <=
                       WS-STP-DATE (WS-BUILD-STEP)
                   PERFORM 1240-STORE-STEP-TIER
               END-IF
           END-PERFORM.

       1240-STORE-STEP-TIER.
           MOVE 'N' TO WS-TIER-MATCHED-SW
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-STP-TIER-COUNT (WS-BUILD-STEP)
               OR TIER-MATCHED
               IF WS-STP-CEILING (WS-BUILD-STEP WS-TIER-SUB) =
                       WS-DRW-CEILING (WS-ROW-SUB)
                   SET TIER-MATCHED TO TRUE
                   IF WS-DRW-EFFECTIVE (WS-ROW-SUB) >=
                           WS-STP-EFFECTIVE (WS-BUILD-STEP WS-TIER-SUB)
                       MOVE WS-DRW-RATE (WS-ROW-SUB)
                           TO WS-STP-RATE (WS-BUILD-STEP WS-TIER-SUB)
                       MOVE WS-DRW-EFFECTIVE (WS-ROW-SUB)
                           TO WS-STP-EFFECTIVE
                               (WS-BUILD-STEP WS-TIER-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT TIER-MATCHED
               IF WS-STP-TIER-COUNT (WS-BUILD-STEP) < 20
                   PERFORM 1250-INSERT-STEP-TIER
               ELSE
                   DISPLAY 'RATENOTC - RATE TIER TABLE FULL AT 20, '
                       'CEILING ' WS-DRW-CEILING (WS-ROW-SUB)
                       ' NOT COMPARED'
               END-IF
           END-IF.

       1250-INSERT-STEP-TIER.
           MOVE ZERO TO WS-INSERT-POS
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-STP-TIER-COUNT (WS-BUILD-STEP)
               OR WS-INSERT-POS > ZERO
               IF WS-STP-CEILING (WS-BUILD-STEP WS-TIER-SUB) >
                       WS-DRW-CEILING (WS-ROW-SUB)
                   MOVE WS-TIER-SUB TO WS-INSERT-POS
               END-IF
           END-PERFORM
           IF WS-INSERT-POS = ZERO
               COMPUTE WS-INSERT-POS =
                   WS-STP-TIER-COUNT (WS-BUILD-STEP) + 1
           END-IF
           ADD 1 TO WS-STP-TIER-COUNT (WS-BUILD-STEP)
           MOVE WS-STP-TIER-COUNT (WS-BUILD-STEP) TO WS-TIER-SUB
           PERFORM UNTIL WS-TIER-SUB <= WS-INSERT-POS
               MOVE WS-STP-TIER (WS-BUILD-STEP WS-TIER-SUB - 1)
                   TO WS-STP-TIER (WS-BUILD-STEP WS-TIER-SUB)
               SUBTRACT 1 FROM WS-TIER-SUB
           END-PERFORM
           MOVE WS-DRW-CEILING (WS-ROW-SUB)
               TO WS-STP-CEILING (WS-BUILD-STEP WS-INSERT-POS)
           MOVE WS-DRW-RATE (WS-ROW-SUB)
               TO WS-STP-RATE (WS-BUILD-STEP WS-INSERT-POS)
           MOVE WS-DRW-EFFECTIVE (WS-ROW-SUB)
               TO WS-STP-EFFECTIVE (WS-BUILD-STEP WS-INSERT-POS).

      *    A STEP'S SIGNATURE IS ITS TIER COUNT WITH THE SUMS OF ITS
      *    RATES AND CEILINGS, SO A CORRECTED PENDING RATE IS SENT
      *    AGAIN BUT AN UNCHANGED ONE IS NOT.
       1260-CHECK-STEP-LOGGED.
           MOVE SPACES TO WS-SIGNATURE
           MOVE WS-STP-TIER-COUNT (WS-STEP-SUB) TO WS-SGD-TIER-COUNT
           MOVE ZERO TO WS-SGD-RATE-SUM
           MOVE ZERO TO WS-SGD-CEILING-SUM
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-STP-TIER-COUNT (WS-STEP-SUB)
               ADD WS-STP-RATE (WS-STEP-SUB WS-TIER-SUB)
                   TO WS-SGD-RATE-SUM
               ADD WS-STP-CEILING (WS-STEP-SUB WS-TIER-SUB)
                   TO WS-SGD-CEILING-SUM
           END-PERFORM
           MOVE WS-SIGNATURE TO WS-STP-SIGNATURE (WS-STEP-SUB)
           MOVE 'D' TO WS-LKW-TABLE-ID
           MOVE 'DEPOSIT TIERS' TO WS-LKW-CHANGE-KEY
           MOVE WS-STP-DATE (WS-STEP-SUB) TO WS-LKW-EFFECTIVE-DATE
           MOVE WS-SIGNATURE TO WS-LKW-SIGNATURE
           PERFORM 2700-CHECK-NOTICE-LOG
           IF ALREADY-LOGGED
               MOVE 'N' TO WS-STP-NOTIFY-SW (WS-STEP-SUB)
           ELSE
               MOVE 'Y' TO WS-STP-NOTIFY-SW (WS-STEP-SUB)
           END-IF.

      *    THE SCHEDULE IS IN ACCOUNT TYPE THEN EFFECTIVE DATE ORDER.
      *    EACH PENDING ROW IS COMPARED WITH THE ROW BEFORE IT FOR THE
      *    SAME TYPE - THE ONE IN FORCE, OR AN EARLIER PENDING ROW.  A
      *    TYPE WITH NO SCHEDULE IN FORCE COMPARES AGAINST NO FEES.
       1300-LOAD-FEE-CHANGES.
           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM 1310-READ-FEE-RECORD
           PERFORM UNTIL FEE-EOF
               PERFORM 1320-APPLY-FEE-RECORD
               PERFORM 1310-READ-FEE-RECORD
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE.

       1310-READ-FEE-RECORD.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET FEE-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       1320-APPLY-FEE-RECORD.
           IF FEE-ACCT-TYPE NOT = WS-PFE-ACCT-TYPE
               MOVE FEE-ACCT-TYPE TO WS-PFE-ACCT-TYPE
               MOVE ZERO TO WS-PFE-SERVICE
               MOVE ZERO TO WS-PFE-PER-TRANS
               MOVE ZERO TO WS-PFE-FREE
           END-IF
           IF FEE-EFFECTIVE-DATE > WS-RUN-DATE
               AND (FEE-SERVICE-AMOUNT NOT = WS-PFE-SERVICE
                   OR FEE-PER-TRANS-AMT NOT = WS-PFE-PER-TRANS
                   OR FEE-FREE-TRANS-CNT NOT = WS-PFE-FREE)
               PERFORM 1330-ADD-FEE-CHANGE
           END-IF
           MOVE FEE-SERVICE-AMOUNT TO WS-PFE-SERVICE
           MOVE FEE-PER-TRANS-AMT TO WS-PFE-PER-TRANS
           MOVE FEE-FREE-TRANS-CNT TO WS-PFE-FREE.

       1330-ADD-FEE-CHANGE.
           IF WS-FEE-CHG-COUNT < 50
               ADD 1 TO WS-FEE-CHG-COUNT
               MOVE WS-FEE-CHG-COUNT TO WS-FEE-SUB
               MOVE FEE-ACCT-TYPE TO WS-FCH-ACCT-TYPE (WS-FEE-SUB)
               MOVE FEE-EFFECTIVE-DATE TO WS-FCH-EFFECTIVE (WS-FEE-SUB)
               MOVE WS-PFE-SERVICE TO WS-FCH-OLD-SERVICE (WS-FEE-SUB)
               MOVE WS-PFE-PER-TRANS
                   TO WS-FCH-OLD-PER-TRANS (WS-FEE-SUB)
               MOVE WS-PFE-FREE TO WS-FCH-OLD-FREE (WS-FEE-SUB)
               MOVE FEE-SERVICE-AMOUNT
                   TO WS-FCH-NEW-SERVICE (WS-FEE-SUB)
               MOVE FEE-PER-TRANS-AMT
                   TO WS-FCH-NEW-PER-TRANS (WS-FEE-SUB)
               MOVE FEE-FREE-TRANS-CNT TO WS-FCH-NEW-FREE (WS-FEE-SUB)
               MOVE ZERO TO WS-FCH-ACCOUNTS (WS-FEE-SUB)
               MOVE SPACES TO WS-SIGNATURE
               MOVE FEE-SERVICE-AMOUNT TO WS-SGF-SERVICE
               MOVE FEE-PER-TRANS-AMT TO WS-SGF-PER-TRANS
               MOVE FEE-FREE-TRANS-CNT TO WS-SGF-FREE
               MOVE WS-SIGNATURE TO WS-FCH-SIGNATURE (WS-FEE-SUB)
               MOVE 'F' TO WS-LKW-TABLE-ID
               MOVE FEE-ACCT-TYPE TO WS-LKW-CHANGE-KEY
               MOVE FEE-EFFECTIVE-DATE TO WS-LKW-EFFECTIVE-DATE
               MOVE WS-SIGNATURE TO WS-LKW-SIGNATURE
               PERFORM 2700-CHECK-NOTICE-LOG
               IF ALREADY-LOGGED
                   MOVE 'N' TO WS-FCH-NOTIFY-SW (WS-FEE-SUB)
               ELSE
                   MOVE 'Y' TO WS-FCH-NOTIFY-SW (WS-FEE-SUB)
               END-IF
           ELSE
               DISPLAY 'RATENOTC - FEE CHANGE TABLE FULL AT 50, '
                   'TYPE ' FEE-ACCT-TYPE ' ' FEE-EFFECTIVE-DATE
                   ' NOT NOTIFIED'
           END-IF.

      *    LOAN-TERMS IS IN ACCT-ID THEN EFFECTIVE DATE ORDER.  EACH
      *    PENDING ROW IS COMPARED WITH THE LOAN'S ROW BEFORE IT.
       2000-PROCESS-LOAN-TERMS.
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'LOAN TERMS' TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT LOAN-TERMS-FILE
           PERFORM 2910-READ-LOAN-TERMS
           PERFORM UNTIL LNT-EOF
               PERFORM 2010-APPLY-LOAN-TERMS-ROW
               PERFORM 2910-READ-LOAN-TERMS
           END-PERFORM
           CLOSE LOAN-TERMS-FILE.

       2010-APPLY-LOAN-TERMS-ROW.
           IF LNT-ACCT-ID NOT = WS-PLT-ACCT-ID
               MOVE LNT-ACCT-ID TO WS-PLT-ACCT-ID
               MOVE 'N' TO WS-HAD-PREVIOUS-SW
           END-IF
           IF LNT-EFFECTIVE-DATE > WS-RUN-DATE
               AND HAD-PREVIOUS
               AND (LNT-ANNUAL-RATE NOT = WS-PLT-RATE
                   OR LNT-TERM-MONTHS NOT = WS-PLT-TERM-MONTHS)
               PERFORM 2100-NOTIFY-LOAN-CHANGE
           END-IF
           MOVE LNT-ANNUAL-RATE TO WS-PLT-RATE
           MOVE LNT-TERM-MONTHS TO WS-PLT-TERM-MONTHS
           SET HAD-PREVIOUS TO TRUE.

       2100-NOTIFY-LOAN-CHANGE.
           ADD 1 TO WS-LOAN-CHANGE-COUNT
           MOVE ZERO TO WS-CHANGE-ACCOUNTS
           MOVE SPACES TO WS-SIGNATURE
           MOVE LNT-ANNUAL-RATE TO WS-SGL-RATE
           MOVE LNT-TERM-MONTHS TO WS-SGL-TERM
           MOVE 'L' TO WS-LKW-TABLE-ID
           MOVE SPACES TO WS-LKW-CHANGE-KEY
           MOVE LNT-ACCT-ID TO WS-LKW-CHANGE-KEY
           MOVE LNT-EFFECTIVE-DATE TO WS-LKW-EFFECTIVE-DATE
           MOVE WS-SIGNATURE TO WS-LKW-SIGNATURE
           PERFORM 2700-CHECK-NOTICE-LOG
           PERFORM 2720-SET-DAYS-OF-NOTICE
           IF ALREADY-LOGGED
               ADD 1 TO WS-PREV-NOTIFIED-COUNT
               MOVE 'NOTIFIED' TO WS-CHANGE-FLAG
           ELSE
               PERFORM 2110-LOCATE-LOAN-ACCOUNT
               IF NOT ACCT-FOUND
                   OR ACCT-CLOSED
                   OR ACCT-CHARGED-OFF
                   MOVE 'NOT ACTIVE' TO WS-CHANGE-FLAG
               ELSE
                   PERFORM 2790-CLEAR-NOTICE
                   SET NTX-LOAN-TERMS TO TRUE
                   MOVE LNT-EFFECTIVE-DATE TO NTX-EFFECTIVE-DATE
                   MOVE WS-PLT-RATE TO NTX-OLD-RATE
                   MOVE LNT-ANNUAL-RATE TO NTX-NEW-RATE
                   MOVE WS-PLT-TERM-MONTHS TO NTX-OLD-TERM-MONTHS
                   MOVE LNT-TERM-MONTHS TO NTX-NEW-TERM-MONTHS
                   PERFORM 2800-WRITE-NOTICE
                   MOVE 1 TO WS-CHANGE-ACCOUNTS
                   PERFORM 2730-FLAG-NOTICE-PERIOD
                   PERFORM 2750-WRITE-LOG-ENTRY
               END-IF
           END-IF
           MOVE 'LOAN' TO WS-CHG-TABLE
           MOVE SPACES TO WS-CHG-KEY
           MOVE LNT-ACCT-ID TO WS-CHG-KEY
           MOVE LNT-EFFECTIVE-DATE TO WS-CHG-EFFECTIVE
           MOVE WS-PLT-RATE TO WS-LNF-RATE
           MOVE WS-PLT-TERM-MONTHS TO WS-LNF-TERM
           MOVE WS-LOAN-FIGURE TO WS-CHG-OLD
           MOVE LNT-ANNUAL-RATE TO WS-LNF-RATE
           MOVE LNT-TERM-MONTHS TO WS-LNF-TERM
           MOVE WS-LOAN-FIGURE TO WS-CHG-NEW
           PERFORM 2850-WRITE-CHANGE-LINE.

       2110-LOCATE-LOAN-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE LNT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.

       2300-START-ACCOUNT-PASS.
           MOVE ZERO TO ACCT-ID
           START ACCOUNT-MASTER KEY IS >= ACCT-ID
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START
           IF NOT ACCT-EOF
               PERFORM 2920-READ-ACCOUNT-NEXT
           END-IF.

       2400-PROCESS-ACCOUNT.
           IF NOT ACCT-CLOSED
               AND NOT ACCT-CHARGED-OFF
               IF ACCT-SAVINGS
                   PERFORM VARYING WS-STEP-SUB FROM 2 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                       IF STP-NOTIFY (WS-STEP-SUB)
                           PERFORM 2410-CHECK-DEPOSIT-STEP
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-CHG-COUNT
                   IF FCH-NOTIFY (WS-FEE-SUB)
                       AND WS-FCH-ACCT-TYPE (WS-FEE-SUB) = ACCT-TYPE
                       PERFORM 2420-NOTIFY-FEE-CHANGE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 2920-READ-ACCOUNT-NEXT.

      *    THE TIER IS THE ONE THE BALANCE FALLS IN TODAY, LOOKED UP
      *    IN THE TABLE BEFORE AND AFTER THE PENDING DATE.
       2410-CHECK-DEPOSIT-STEP.
           MOVE ACCT-BALANCE TO WS-LOOKUP-BALANCE
           COMPUTE WS-LOOKUP-STEP = WS-STEP-SUB - 1
           PERFORM 2450-LOOKUP-STEP-RATE
           MOVE WS-LOOKUP-RATE TO WS-OLD-TIER-RATE
           MOVE WS-RATE-FOUND-SW TO WS-OLD-TIER-FOUND-SW
           MOVE WS-STEP-SUB TO WS-LOOKUP-STEP
           PERFORM 2450-LOOKUP-STEP-RATE
           IF WS-LOOKUP-RATE NOT = WS-OLD-TIER-RATE
               OR WS-RATE-FOUND-SW NOT = WS-OLD-TIER-FOUND-SW
               PERFORM 2790-CLEAR-NOTICE
               SET NTX-DEPOSIT-RATE TO TRUE
               MOVE WS-STP-DATE (WS-STEP-SUB) TO NTX-EFFECTIVE-DATE
               MOVE WS-OLD-TIER-RATE TO NTX-OLD-RATE
               MOVE WS-LOOKUP-RATE TO NTX-NEW-RATE
               PERFORM 2800-WRITE-NOTICE
               ADD 1 TO WS-STP-ACCOUNTS (WS-STEP-SUB)
           END-IF.

       2420-NOTIFY-FEE-CHANGE.
           PERFORM 2790-CLEAR-NOTICE
           SET NTX-FEE-SCHEDULE TO TRUE
           MOVE WS-FCH-EFFECTIVE (WS-FEE-SUB) TO NTX-EFFECTIVE-DATE
           MOVE WS-FCH-OLD-SERVICE (WS-FEE-SUB)
               TO NTX-OLD-SERVICE-AMOUNT
           MOVE WS-FCH-NEW-SERVICE (WS-FEE-SUB)
               TO NTX-NEW-SERVICE-AMOUNT
           MOVE WS-FCH-OLD-PER-TRANS (WS-FEE-SUB)
               TO NTX-OLD-PER-TRANS-AMT
           MOVE WS-FCH-NEW-PER-TRANS (WS-FEE-SUB)
               TO NTX-NEW-PER-TRANS-AMT
           MOVE WS-FCH-OLD-FREE (WS-FEE-SUB) TO NTX-OLD-FREE-TRANS-CNT
           MOVE WS-FCH-NEW-FREE (WS-FEE-SUB) TO NTX-NEW-FREE-TRANS-CNT
           PERFORM 2800-WRITE-NOTICE
           ADD 1 TO WS-FCH-ACCOUNTS (WS-FEE-SUB).

      *    FIRST CEILING AT OR ABOVE THE BALANCE, AS IN INTACCR.
       2450-LOOKUP-STEP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE ZERO TO WS-LOOKUP-RATE
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-STP-TIER-COUNT (WS-LOOKUP-STEP)
               OR RATE-FOUND
               IF WS-LOOKUP-BALANCE <=
                       WS-STP-CEILING (WS-LOOKUP-STEP WS-TIER-SUB)
                   MOVE WS-STP-RATE (WS-LOOKUP-STEP WS-TIER-SUB)
                       TO WS-LOOKUP-RATE
                   SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    ONE LINE PER PENDING TIER ROW, CARRYING ITS STEP'S ACCOUNT
      *    COUNT AND FLAG.
       2500-REPORT-DEPOSIT-CHANGES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'SAVINGS DEPOSIT RATE TIERS' TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-STEP-SUB FROM 2 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM 2510-REPORT-DEPOSIT-STEP
           END-PERFORM.

       2510-REPORT-DEPOSIT-STEP.
           ADD 1 TO WS-DEPOSIT-CHANGE-COUNT
           MOVE WS-STP-DATE (WS-STEP-SUB) TO WS-LKW-EFFECTIVE-DATE
           PERFORM 2720-SET-DAYS-OF-NOTICE
           MOVE WS-STP-ACCOUNTS (WS-STEP-SUB) TO WS-CHANGE-ACCOUNTS
           IF STP-NOTIFY (WS-STEP-SUB)
               IF WS-CHANGE-ACCOUNTS > ZERO
                   PERFORM 2730-FLAG-NOTICE-PERIOD
               ELSE
                   MOVE 'NO ACCOUNTS' TO WS-CHANGE-FLAG
               END-IF
               MOVE 'D' TO WS-LKW-TABLE-ID
               MOVE 'DEPOSIT TIERS' TO WS-LKW-CHANGE-KEY
               MOVE WS-STP-SIGNATURE (WS-STEP-SUB) TO WS-LKW-SIGNATURE
               PERFORM 2750-WRITE-LOG-ENTRY
           ELSE
               ADD 1 TO WS-PREV-NOTIFIED-COUNT
               MOVE 'NOTIFIED' TO WS-CHANGE-FLAG
           END-IF
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-DEP-ROW-COUNT
               IF WS-DRW-EFFECTIVE (WS-ROW-SUB) =
                       WS-STP-DATE (WS-STEP-SUB)
                   PERFORM 2520-REPORT-DEPOSIT-ROW
               END-IF
           END-PERFORM.

       2520-REPORT-DEPOSIT-ROW.
           MOVE 'N' TO WS-OLD-TIER-FOUND-SW
           COMPUTE WS-LOOKUP-STEP = WS-STEP-SUB - 1
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-STP-TIER-COUNT (WS-LOOKUP-STEP)
               OR OLD-TIER-FOUND
               IF WS-STP-CEILING (WS-LOOKUP-STEP WS-TIER-SUB) =
                       WS-DRW-CEILING (WS-ROW-SUB)
                   SET OLD-TIER-FOUND TO TRUE
                   MOVE WS-STP-RATE (WS-LOOKUP-STEP WS-TIER-SUB)
                       TO WS-OLD-TIER-RATE
               END-IF
           END-PERFORM
           MOVE 'DEP ' TO WS-CHG-TABLE
           MOVE WS-DRW-CEILING (WS-ROW-SUB) TO WS-CEILING-FIGURE
           MOVE WS-CEILING-FIGURE TO WS-CHG-KEY
           MOVE WS-DRW-EFFECTIVE (WS-ROW-SUB) TO WS-CHG-EFFECTIVE
           IF OLD-TIER-FOUND
               MOVE WS-OLD-TIER-RATE TO WS-RTF-RATE
               MOVE WS-RATE-FIGURE TO WS-CHG-OLD
           ELSE
               MOVE 'NEW TIER' TO WS-CHG-OLD
           END-IF
           MOVE WS-DRW-RATE (WS-ROW-SUB) TO WS-RTF-RATE
           MOVE WS-RATE-FIGURE TO WS-CHG-NEW
           PERFORM 2850-WRITE-CHANGE-LINE.

       2600-REPORT-FEE-CHANGES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'FEE SCHEDULE - SERVICE FEE, PER-ITEM FEE, FREE ITEMS'
               TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-CHG-COUNT
               PERFORM 2610-REPORT-FEE-CHANGE
           END-PERFORM.

       2610-REPORT-FEE-CHANGE.
           ADD 1 TO WS-FEE-CHANGE-COUNT
           MOVE WS-FCH-EFFECTIVE (WS-FEE-SUB) TO WS-LKW-EFFECTIVE-DATE
           PERFORM 2720-SET-DAYS-OF-NOTICE
           MOVE WS-FCH-ACCOUNTS (WS-FEE-SUB) TO WS-CHANGE-ACCOUNTS
           IF FCH-NOTIFY (WS-FEE-SUB)
               IF WS-CHANGE-ACCOUNTS > ZERO
                   PERFORM 2730-FLAG-NOTICE-PERIOD
               ELSE
                   MOVE 'NO ACCOUNTS' TO WS-CHANGE-FLAG
               END-IF
               MOVE 'F' TO WS-LKW-TABLE-ID
               MOVE WS-FCH-ACCT-TYPE (WS-FEE-SUB) TO WS-LKW-CHANGE-KEY
               MOVE WS-FCH-SIGNATURE (WS-FEE-SUB) TO WS-LKW-SIGNATURE
               PERFORM 2750-WRITE-LOG-ENTRY
           ELSE
               ADD 1 TO WS-PREV-NOTIFIED-COUNT
               MOVE 'NOTIFIED' TO WS-CHANGE-FLAG
           END-IF
           MOVE 'FEE ' TO WS-CHG-TABLE
           MOVE WS-FCH-ACCT-TYPE (WS-FEE-SUB) TO WS-CHG-KEY
           MOVE WS-FCH-EFFECTIVE (WS-FEE-SUB) TO WS-CHG-EFFECTIVE
           MOVE WS-FCH-OLD-SERVICE (WS-FEE-SUB) TO WS-FEF-SERVICE
           MOVE WS-FEE-FIGURE TO WS-CHG-OLD
           MOVE WS-FCH-NEW-SERVICE (WS-FEE-SUB) TO WS-FEF-SERVICE
           MOVE WS-FEE-FIGURE TO WS-CHG-NEW
           PERFORM 2850-WRITE-CHANGE-LINE
           MOVE WS-FCH-OLD-PER-TRANS (WS-FEE-SUB)
               TO WS-FDL-OLD-PER-TRANS
           MOVE WS-FCH-NEW-PER-TRANS (WS-FEE-SUB)
               TO WS-FDL-NEW-PER-TRANS
           MOVE WS-FCH-OLD-FREE (WS-FEE-SUB) TO WS-FDL-OLD-FREE
           MOVE WS-FCH-NEW-FREE (WS-FEE-SUB) TO WS-FDL-NEW-FREE
           MOVE WS-FEE-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2700-CHECK-NOTICE-LOG.
           MOVE 'N' TO WS-LOGGED-SW
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
               OR ALREADY-LOGGED
               IF WS-LOG-KEY (WS-LOG-SUB) = WS-LOG-KEY-WORK
                   SET ALREADY-LOGGED TO TRUE
               END-IF
           END-PERFORM.

       2720-SET-DAYS-OF-NOTICE.
           MOVE SPACES TO WS-CHANGE-FLAG
           COMPUTE WS-DAYS-OF-NOTICE =
               FUNCTION INTEGER-OF-DATE(WS-LKW-EFFECTIVE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       2730-FLAG-NOTICE-PERIOD.
           IF WS-DAYS-OF-NOTICE < WS-NOTICE-DAYS
               MOVE 'SHORT NOTICE' TO WS-CHANGE-FLAG
               ADD 1 TO WS-SHORT-NOTICE-COUNT
           END-IF.

       2750-WRITE-LOG-ENTRY.
           MOVE WS-LOG-KEY-WORK TO NTL-LOG-KEY
           MOVE WS-RUN-DATE TO NTL-NOTICE-DATE
           MOVE WS-CHANGE-ACCOUNTS TO NTL-ACCOUNT-COUNT
           IF WS-CHANGE-FLAG = 'SHORT NOTICE'
               MOVE 'Y' TO NTL-SHORT-NOTICE-SW
           ELSE
               MOVE 'N' TO NTL-SHORT-NOTICE-SW
           END-IF
           WRITE NOTICE-LOG-RECORD.

       2790-CLEAR-NOTICE.
           MOVE SPACES TO WS-NOTICE-RECORD
           MOVE ZERO TO NTX-CUST-ID
           MOVE ZERO TO NTX-ACCT-ID
           MOVE ZERO TO NTX-EFFECTIVE-DATE
           MOVE ZERO TO NTX-OLD-RATE
           MOVE ZERO TO NTX-NEW-RATE
           MOVE ZERO TO NTX-OLD-TERM-MONTHS
           MOVE ZERO TO NTX-NEW-TERM-MONTHS
           MOVE ZERO TO NTX-OLD-SERVICE-AMOUNT
           MOVE ZERO TO NTX-NEW-SERVICE-AMOUNT
           MOVE ZERO TO NTX-OLD-PER-TRANS-AMT
           MOVE ZERO TO NTX-NEW-PER-TRANS-AMT
           MOVE ZERO TO NTX-OLD-FREE-TRANS-CNT
           MOVE ZERO TO NTX-NEW-FREE-TRANS-CNT
           MOVE WS-RUN-DATE TO NTX-NOTICE-DATE.

      *    ADDRESSED AS MAILXTRT ADDRESSES A STATEMENT.  THE ACCOUNT
      *    RECORD IN THE BUFFER IS THE ONE BEING NOTIFIED.
       2800-WRITE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE ACCT-ID TO NTX-ACCT-ID
           MOVE ACCT-TYPE TO NTX-ACCT-TYPE
           MOVE ACCT-CUST-ID TO NTX-CUST-ID
           MOVE ACCT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO NTX-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO NTX-CUST-NAME
           END-READ
           MOVE 'N' TO WS-ADDR-FOUND-SW
           MOVE ACCT-CUST-ID TO ADR-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ADDR-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT ADDR-FOUND
                   MOVE 'NO ADDRESS ON FILE' TO WS-EXC-REASON
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN ADR-BRANCH-PICKUP
                   ADD 1 TO WS-PICKUP-COUNT
               WHEN OTHER
                   MOVE ADR-POSTAL-CODE TO NTX-POSTAL-CODE
                   MOVE ADR-STREET-1 TO NTX-STREET-1
                   MOVE ADR-STREET-2 TO NTX-STREET-2
                   MOVE ADR-CITY TO NTX-CITY
                   MOVE WS-NOTICE-RECORD TO NOTICE-WORK-RECORD
                   WRITE NOTICE-WORK-RECORD
                   ADD 1 TO WS-MAILED-COUNT
           END-EVALUATE.

       2850-WRITE-CHANGE-LINE.
           MOVE WS-CHANGE-ACCOUNTS TO WS-CHG-ACCOUNTS
           IF WS-DAYS-OF-NOTICE < ZERO
               MOVE ZERO TO WS-CHG-DAYS
           ELSE
               MOVE WS-DAYS-OF-NOTICE TO WS-CHG-DAYS
           END-IF
           MOVE WS-CHANGE-FLAG TO WS-CHG-FLAG
           MOVE WS-CHANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2900-WRITE-EXCEPTION.
           MOVE ACCT-CUST-ID TO WS-EXC-CUST-ID
           MOVE ACCT-ID TO WS-EXC-ACCT-ID
           MOVE NTX-CHANGE-TYPE TO WS-EXC-CHANGE-TYPE
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-NO-ADDRESS-COUNT.

       2910-READ-LOAN-TERMS.
           READ LOAN-TERMS-FILE
               AT END
                   SET LNT-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.

       2920-READ-ACCOUNT-NEXT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET ACCT-EOF TO TRUE
           END-READ.

       2950-CLOSE-EXTRACT-INPUTS.
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE ADDRESS-FILE
           CLOSE NOTICE-LOG-FILE
           CLOSE NOTICE-WORK-FILE.

       3000-FINALIZE.
           PERFORM 3100-WRITE-TOTALS
           CLOSE CONTROL-REPORT
           CLOSE EXCEPTION-REPORT
           DISPLAY 'RATENOTC - LOAN CHANGES       : '
               WS-LOAN-CHANGE-COUNT
           DISPLAY 'RATENOTC - DEPOSIT RATE DATES : '
               WS-DEPOSIT-CHANGE-COUNT
           DISPLAY 'RATENOTC - FEE CHANGES        : '
               WS-FEE-CHANGE-COUNT
           DISPLAY 'RATENOTC - NOTICES EXTRACTED  : ' WS-MAILED-COUNT
           DISPLAY 'RATENOTC - SHORT NOTICE       : '
               WS-SHORT-NOTICE-COUNT.

       3100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'LOAN TERMS CHANGES     :' TO WS-SUM-LABEL
           MOVE WS-LOAN-CHANGE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DEPOSIT RATE DATES     :' TO WS-SUM-LABEL
           MOVE WS-DEPOSIT-CHANGE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'FEE SCHEDULE CHANGES   :' TO WS-SUM-LABEL
           MOVE WS-FEE-CHANGE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NOTIFIED PREVIOUSLY    :' TO WS-SUM-LABEL
           MOVE WS-PREV-NOTIFIED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'SHORT NOTICE CHANGES   :' TO WS-SUM-LABEL
           MOVE WS-SHORT-NOTICE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNT NOTICES        :' TO WS-SUM-LABEL
           MOVE WS-NOTICE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NOTICES EXTRACTED      :' TO WS-SUM-LABEL
           MOVE WS-MAILED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'BRANCH PICKUPS         :' TO WS-SUM-LABEL
           MOVE WS-PICKUP-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NO ADDRESS ON FILE     :' TO WS-SUM-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3900-REGISTER-RUN-END.
           IF WS-SHORT-NOTICE-COUNT > ZERO
               MOVE 4 TO WS-RUN-COMPLETION
           END-IF
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
