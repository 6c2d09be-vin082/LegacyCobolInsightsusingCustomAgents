       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNRESC.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    WHOLE-FILE SANCTIONS RE-SCREEN.  RUN WHENEVER A NEW VERSION
      *    OF THE EXTERNALLY SUPPLIED WATCHLIST IS DELIVERED.  THE
      *    VERSION ON THE LIST (AS SANCSCRN READS IT) IS COMPARED WITH
      *    THE HIGHEST VERSION LOGGED ON THE SCREENING CONTROL FILE.
      *    A LIST NO NEWER THAN THE LAST ONE SCREENED IS REPORTED AND
      *    THE RUN ENDS WITHOUT SCREENING, SO A RERUN IS HARMLESS; A
      *    MISSING OR EMPTY LIST STOPS THE RUN WITH COMPLETION CODE 8.
      *
      *    OTHERWISE EVERY CUSTOMER ON CUSTMSTR THAT IS NOT CLOSED IS
      *    SCREENED, EXACTLY AS CUSTMNT SCREENS A NEW OR CHANGED NAME: A
      *    HIT OPENS A CASE ON THE SCREENING CASE REGISTER AND PUTS A
      *    FULL FREEZE (OPERATOR REFERENCE SANCTIONS) ON EVERY ACCOUNT
      *    THE CUSTOMER OWNS OR JOINTLY OWNS, EACH FREEZE JOURNALLED
      *    AGAINST THE HOLD FILE.  A HOLD THE FREEZE DISPLACES IS KEPT
      *    ON THE HOLD RECORD AND PUT BACK WHEN THE CASE IS RELEASED.
      *    NO NEW CASE IS OPENED WHILE ONE IS OPEN OR CONFIRMED FOR THE
      *    CUSTOMER, OR WHEN THE SAME NAME HAS ALREADY BEEN RELEASED AS
      *    A FALSE POSITIVE AGAINST THE SAME LIST ENTRY.  EVERY HIT IS
      *    LISTED ON THE RE-SCREEN REGISTER.  WHEN THE PASS COMPLETES,
      *    THE VERSION SCREENED IS APPENDED TO THE CONTROL FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCREEN-CONTROL-FILE ASSIGN TO SCRNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FS.

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

           SELECT OPTIONAL SCREENING-CASE-FILE ASSIGN TO SCRNCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCC-CASE-KEY
               FILE STATUS IS WS-SCRN-FS.

           SELECT RESCREEN-REPORT ASSIGN TO SCRNRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-CONTROL-FILE
           RECORDING MODE IS F.
       01  SCREEN-CONTROL-RECORD.
           05 SCT-LIST-VERSION        PIC 9(6).
           05 SCT-SCREEN-DATE         PIC 9(8).
           05 SCT-JOB-NAME            PIC X(8).
           05 SCT-CUSTOMER-COUNT      PIC 9(7).
           05 SCT-HIT-COUNT           PIC 9(7).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD.
           COPY CUSTOMER-RECORD.

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

       FD  SCREENING-CASE-FILE
           RECORDING MODE IS F.
       01  SCREENING-CASE-RECORD.
           COPY SCREENING-CASE-RECORD.

       FD  RESCREEN-REPORT
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL.
           05 WS-RUN-FUNCTION         PIC X(5) VALUE SPACES.
           05 WS-RUN-JOB-NAME         PIC X(8) VALUE 'SCRNRESC'.
           05 WS-RUN-PERIOD           PIC 9(8) VALUE ZERO.
           05 WS-RUN-COMPLETION       PIC 9(4) VALUE ZERO.
           05 WS-RUN-RETURN-CODE      PIC 9(2) VALUE ZERO.

       01  WS-CTL-FS                   PIC XX VALUE SPACES.
           88 WS-CTL-EOF               VALUE '10'.
           88 WS-CTL-MISSING           VALUE '35'.
       01  WS-CUST-FS                  PIC XX VALUE SPACES.
       01  WS-ACCT-FS                  PIC XX VALUE SPACES.
       01  WS-OWNR-FS                  PIC XX VALUE SPACES.
       01  WS-HOLD-FS                  PIC XX VALUE SPACES.
       01  WS-SCRN-FS                  PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05 WS-CUST-EOF             PIC X VALUE 'N'.
              88 CUST-EOF             VALUE 'Y'.
           05 WS-SCAN-DONE-SW         PIC X VALUE 'N'.
              88 SCAN-DONE            VALUE 'Y'.
           05 WS-CASE-ACTIVE-SW       PIC X VALUE 'N'.
              88 CASE-ACTIVE          VALUE 'Y'.
           05 WS-CASE-CLEARED-SW      PIC X VALUE 'N'.
              88 CASE-CLEARED         VALUE 'Y'.
           05 WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
              88 HOLD-FOUND           VALUE 'Y'.

       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-LAST-SCREENED-VERSION    PIC 9(6) VALUE ZERO.
       01  WS-LAST-SCREENED-DATE       PIC 9(8) VALUE ZERO.

      *    SANCTIONS SCREENING WORK AREAS, AS IN CUSTMNT.
       01  WS-SCREEN-RESULT.
           05 WS-SCR-HIT-SW           PIC X VALUE 'N'.
              88 SCR-HIT              VALUE 'Y'.
           05 WS-SCR-LIST-VERSION     PIC 9(6) VALUE ZERO.
           05 WS-SCR-ENTRY-ID         PIC X(10) VALUE SPACES.
           05 WS-SCR-LISTED-NAME      PIC X(40) VALUE SPACES.
       01  WS-SCREEN-NAME              PIC X(40) VALUE SPACES.
       01  WS-SCREEN-CUST-ID           PIC 9(8) VALUE ZERO.
       01  WS-CASE-PREFIX              PIC X(23) VALUE SPACES.
       01  WS-FREEZE-ACCT-ID           PIC 9(10) VALUE ZERO.
       01  WS-FROZEN-FOR-CASE          PIC 9(3) VALUE ZERO.
       01  WS-SANCTIONS-OPERATOR       PIC X(12) VALUE 'SANCTIONS'.

       01  WS-JOURNAL-CONTROL.
           05 WS-JRN-FILE-ID          PIC X(8) VALUE 'HOLDFILE'.
           05 WS-JRN-ACTION           PIC X VALUE SPACE.
           05 WS-JRN-RECORD-KEY       PIC X(18) VALUE SPACES.
           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'SCRNRESC'.

       01  WS-COUNTERS.
           05 WS-CUST-READ-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-CUST-SCREENED-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-SCREEN-HIT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-CASE-OPENED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-ALREADY-OPEN-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-RELEASED-BEFORE-COUNT PIC 9(7) VALUE ZERO.
           05 WS-ACCT-FROZEN-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HDG-TEXT              PIC X(60) VALUE SPACES.

       01  WS-VERSION-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'LIST VERSION: '.
           05 WS-VER-LIST-VERSION      PIC 9(6)  VALUE ZERO.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'LAST SCREENED:'.
           05 WS-VER-LAST-VERSION      PIC 9(6)  VALUE ZERO.
           05 FILLER                  PIC X(4)  VALUE ' ON '.
           05 WS-VER-LAST-DATE         PIC 9(8)  VALUE ZERO.

       01  WS-HIT-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-HIT-CUST-ID           PIC 9(8)  VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-HIT-CUST-NAME         PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-HIT-ENTRY-ID          PIC X(10) VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-HIT-FROZEN            PIC ZZ9   VALUE ZERO.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-HIT-DISPOSITION       PIC X(24) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-SUM-LABEL             PIC X(24) VALUE SPACES.
           05 WS-SUM-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMER UNTIL CUST-EOF
           PERFORM 3000-FINALIZE
           PERFORM 3900-REGISTER-RUN-END
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-RUN-PERIOD
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           IF WS-RUN-RETURN-CODE NOT = ZERO
               DISPLAY 'SCRNRESC - RUN REFUSED BY RUN CONTROL'
               STOP RUN
           END-IF.

      *    A BLANK NAME MAKES SANCSCRN LOAD THE LIST AND RETURN ITS
      *    VERSION WITHOUT SCREENING ANYTHING.
       1000-INITIALIZE.
           MOVE SPACES TO WS-SCREEN-NAME
           CALL 'SANCSCRN' USING WS-SCREEN-NAME WS-SCR-HIT-SW
               WS-SCR-LIST-VERSION WS-SCR-ENTRY-ID WS-SCR-LISTED-NAME
           IF WS-SCR-LIST-VERSION = ZERO
               DISPLAY 'SCRNRESC - NO WATCHLIST TO SCREEN AGAINST'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           PERFORM 1100-FIND-LAST-VERSION
           OPEN OUTPUT RESCREEN-REPORT
           MOVE SPACES TO WS-HDG-TEXT
           MOVE 'SANCTIONS WATCHLIST RE-SCREEN OF CUSTOMER MASTER'
               TO WS-HDG-TEXT
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SCR-LIST-VERSION TO WS-VER-LIST-VERSION
           MOVE WS-LAST-SCREENED-VERSION TO WS-VER-LAST-VERSION
           MOVE WS-LAST-SCREENED-DATE TO WS-VER-LAST-DATE
           MOVE WS-VERSION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SCR-LIST-VERSION <= WS-LAST-SCREENED-VERSION
               MOVE SPACES TO WS-HDG-TEXT
               MOVE 'LIST VERSION ALREADY SCREENED - NO RE-SCREEN RUN'
                   TO WS-HDG-TEXT
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE RESCREEN-REPORT
               DISPLAY 'SCRNRESC - LIST VERSION ' WS-SCR-LIST-VERSION
                   ' ALREADY SCREENED'
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT  CUSTOMER-MASTER
           OPEN INPUT  ACCOUNT-MASTER
           OPEN INPUT  OWNER-XREF-FILE
           OPEN I-O    HOLD-FILE
           OPEN I-O    SCREENING-CASE-FILE
           PERFORM 2910-READ-CUSTOMER.

       1100-FIND-LAST-VERSION.
           OPEN INPUT SCREEN-CONTROL-FILE
           IF NOT WS-CTL-MISSING
               PERFORM 1110-READ-CONTROL-RECORD
               PERFORM UNTIL WS-CTL-EOF
                   IF SCT-LIST-VERSION > WS-LAST-SCREENED-VERSION
                       MOVE SCT-LIST-VERSION
                           TO WS-LAST-SCREENED-VERSION
                       MOVE SCT-SCREEN-DATE TO WS-LAST-SCREENED-DATE
                   END-IF
                   PERFORM 1110-READ-CONTROL-RECORD
               END-PERFORM
           END-IF
           CLOSE SCREEN-CONTROL-FILE.

       1110-READ-CONTROL-RECORD.
           READ SCREEN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   CONTINUE
           END-READ.

       2000-PROCESS-CUSTOMER.
           IF NOT CUST-CLOSED
               AND CUST-NAME NOT = SPACES
               ADD 1 TO WS-CUST-SCREENED-COUNT
               PERFORM 2100-SCREEN-CUSTOMER-NAME
           END-IF
           PERFORM 2910-READ-CUSTOMER.

       2100-SCREEN-CUSTOMER-NAME.
           MOVE CUST-NAME TO WS-SCREEN-NAME
           MOVE CUST-ID TO WS-SCREEN-CUST-ID
           CALL 'SANCSCRN' USING WS-SCREEN-NAME WS-SCR-HIT-SW
               WS-SCR-LIST-VERSION WS-SCR-ENTRY-ID WS-SCR-LISTED-NAME
           IF SCR-HIT
               ADD 1 TO WS-SCREEN-HIT-COUNT
               MOVE ZERO TO WS-FROZEN-FOR-CASE
               PERFORM 2710-SCAN-CUSTOMER-CASES
               EVALUATE TRUE
                   WHEN CASE-ACTIVE
                       ADD 1 TO WS-ALREADY-OPEN-COUNT
                       MOVE 'CASE ALREADY OPEN' TO WS-HIT-DISPOSITION
                   WHEN CASE-CLEARED
                       ADD 1 TO WS-RELEASED-BEFORE-COUNT
                       MOVE 'RELEASED BEFORE' TO WS-HIT-DISPOSITION
                   WHEN OTHER
                       PERFORM 2730-FREEZE-CUSTOMER-ACCOUNTS
                       PERFORM 2760-OPEN-CUSTOMER-CASE
                       MOVE 'CASE OPENED - FROZEN' TO WS-HIT-DISPOSITION
               END-EVALUATE
               PERFORM 2800-WRITE-HIT-LINE
           END-IF.

      *    LOOKS AT EVERY CASE EVER OPENED FOR WS-SCREEN-CUST-ID.  AN
      *    OPEN OR CONFIRMED CASE MAKES THE CUSTOMER ACTIVE; A RELEASE
      *    OF THE SAME NAME AGAINST THE SAME LIST ENTRY CLEARS A HIT.
       2710-SCAN-CUSTOMER-CASES.
           MOVE 'N' TO WS-CASE-ACTIVE-SW
           MOVE 'N' TO WS-CASE-CLEARED-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE SPACES TO SCC-CASE-KEY
           SET SCC-CUSTOMER-SUBJECT TO TRUE
           MOVE WS-SCREEN-CUST-ID TO SCC-SUBJECT-REF (1:8)
           MOVE ZERO TO SCC-HIT-DATE
           MOVE SCC-CASE-KEY (1:23) TO WS-CASE-PREFIX
           START SCREENING-CASE-FILE KEY IS >= SCC-CASE-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2720-SCAN-ONE-CASE UNTIL SCAN-DONE.

       2720-SCAN-ONE-CASE.
           READ SCREENING-CASE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF SCC-CASE-KEY (1:23) NOT = WS-CASE-PREFIX
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF SCC-OPEN OR SCC-CONFIRMED
                       SET CASE-ACTIVE TO TRUE
                   END-IF
                   IF SCC-RELEASED
                       AND SCC-ENTRY-ID = WS-SCR-ENTRY-ID
                       AND SCC-SCREENED-NAME = WS-SCREEN-NAME
                       SET CASE-CLEARED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2730-FREEZE-CUSTOMER-ACCOUNTS.
           MOVE ZERO TO WS-FROZEN-FOR-CASE
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-SCREEN-CUST-ID TO ACCT-CUST-ID
           START ACCOUNT-MASTER KEY IS = ACCT-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2735-FREEZE-OWNED-ACCOUNT UNTIL SCAN-DONE
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-SCREEN-CUST-ID TO OWN-CUST-ID
           START OWNER-XREF-FILE KEY IS = OWN-CUST-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 2740-FREEZE-JOINT-ACCOUNT UNTIL SCAN-DONE.

       2735-FREEZE-OWNED-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF ACCT-CUST-ID NOT = WS-SCREEN-CUST-ID
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF NOT ACCT-CLOSED
                       MOVE ACCT-ID TO WS-FREEZE-ACCT-ID
                       PERFORM 2750-FREEZE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       2740-FREEZE-JOINT-ACCOUNT.
           READ OWNER-XREF-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
           END-READ
           IF NOT SCAN-DONE
               IF OWN-CUST-ID NOT = WS-SCREEN-CUST-ID
                   SET SCAN-DONE TO TRUE
               ELSE
                   IF OWN-JOINT
                       MOVE OWN-ACCT-ID TO WS-FREEZE-ACCT-ID
                       PERFORM 2750-FREEZE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *    A SANCTIONS FREEZE DISPLACES WHATEVER HOLD THE ACCOUNT HAD;
      *    THE DISPLACED HOLD'S TERMS ARE KEPT ON THE HOLD RECORD SO
      *    THAT SCRNREL CAN PUT THEM BACK WHEN THE CASE IS RELEASED.
       2750-FREEZE-ACCOUNT.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE WS-FREEZE-ACCT-ID TO HLD-ACCT-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ
           IF HOLD-FOUND
               AND HLD-FULL-FREEZE
               AND HLD-OPERATOR-REF = WS-SANCTIONS-OPERATOR
               CONTINUE
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               IF HOLD-FOUND
                   MOVE HOLD-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE HLD-TYPE TO HLD-PRIOR-TYPE
                   MOVE HLD-AMOUNT TO HLD-PRIOR-AMOUNT
                   MOVE HLD-EFFECTIVE-DATE TO HLD-PRIOR-EFFECTIVE-DATE
                   MOVE HLD-EXPIRY-DATE TO HLD-PRIOR-EXPIRY-DATE
                   MOVE HLD-OPERATOR-REF TO HLD-PRIOR-OPERATOR-REF
               ELSE
                   MOVE SPACE TO HLD-PRIOR-TYPE
                   MOVE ZERO TO HLD-PRIOR-AMOUNT
                   MOVE ZERO TO HLD-PRIOR-EFFECTIVE-DATE
                   MOVE ZERO TO HLD-PRIOR-EXPIRY-DATE
                   MOVE SPACES TO HLD-PRIOR-OPERATOR-REF
               END-IF
               MOVE WS-FREEZE-ACCT-ID TO HLD-ACCT-ID
               SET HLD-FULL-FREEZE TO TRUE
               MOVE ZERO TO HLD-AMOUNT
               MOVE WS-TODAY TO HLD-EFFECTIVE-DATE
               MOVE ZERO TO HLD-EXPIRY-DATE
               MOVE WS-SANCTIONS-OPERATOR TO HLD-OPERATOR-REF
               IF HOLD-FOUND
                   REWRITE HOLD-RECORD
                   MOVE 'C' TO WS-JRN-ACTION
               ELSE
                   WRITE HOLD-RECORD
                   MOVE 'A' TO WS-JRN-ACTION
               END-IF
               PERFORM 2650-CALL-JOURNAL
               ADD 1 TO WS-FROZEN-FOR-CASE
               ADD 1 TO WS-ACCT-FROZEN-COUNT
           END-IF.

       2650-CALL-JOURNAL.
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE HLD-ACCT-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE HOLD-RECORD TO WS-JRN-AFTER-IMAGE
           MOVE WS-SANCTIONS-OPERATOR TO WS-JRN-OPERATOR-REF
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2760-OPEN-CUSTOMER-CASE.
           MOVE SPACES TO SCREENING-CASE-RECORD
           SET SCC-CUSTOMER-SUBJECT TO TRUE
           MOVE WS-SCREEN-CUST-ID TO SCC-SUBJECT-REF (1:8)
           MOVE WS-TODAY TO SCC-HIT-DATE
           SET SCC-OPEN TO TRUE
           MOVE WS-SCR-LIST-VERSION TO SCC-LIST-VERSION
           MOVE WS-SCR-ENTRY-ID TO SCC-ENTRY-ID
           MOVE WS-SCREEN-NAME TO SCC-SCREENED-NAME
           MOVE WS-SCR-LISTED-NAME TO SCC-LISTED-NAME
           MOVE WS-RUN-JOB-NAME TO SCC-SOURCE-JOB
           MOVE WS-SCREEN-CUST-ID TO SCC-CUST-ID
           MOVE ZERO TO SCC-ACCT-ID
           MOVE ZERO TO SCC-AMOUNT
           MOVE 'N' TO SCC-ITEM-LOADED-SW
           MOVE WS-FROZEN-FOR-CASE TO SCC-FROZEN-COUNT
           MOVE ZERO TO SCC-DECISION-DATE
           WRITE SCREENING-CASE-RECORD
               INVALID KEY
                   REWRITE SCREENING-CASE-RECORD
           END-WRITE
           ADD 1 TO WS-CASE-OPENED-COUNT.

       2800-WRITE-HIT-LINE.
           MOVE CUST-ID TO WS-HIT-CUST-ID
           MOVE CUST-NAME TO WS-HIT-CUST-NAME
           MOVE WS-SCR-ENTRY-ID TO WS-HIT-ENTRY-ID
           MOVE WS-FROZEN-FOR-CASE TO WS-HIT-FROZEN
           MOVE WS-HIT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2910-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
           END-READ.

      *    THE VERSION IS LOGGED ONLY WHEN THE WHOLE FILE HAS BEEN
      *    SCREENED, SO AN ABENDED RUN IS SIMPLY RUN AGAIN.
       3000-FINALIZE.
           PERFORM 3100-WRITE-TOTALS
           PERFORM 3200-LOG-VERSION-SCREENED
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE OWNER-XREF-FILE
           CLOSE HOLD-FILE
           CLOSE SCREENING-CASE-FILE
           CLOSE RESCREEN-REPORT
           DISPLAY 'SCRNRESC - LIST VERSION       : '
               WS-SCR-LIST-VERSION
           DISPLAY 'SCRNRESC - CUSTOMERS SCREENED : '
               WS-CUST-SCREENED-COUNT
           DISPLAY 'SCRNRESC - SANCTIONS HITS     : '
               WS-SCREEN-HIT-COUNT
           DISPLAY 'SCRNRESC - CASES OPENED       : '
               WS-CASE-OPENED-COUNT
           DISPLAY 'SCRNRESC - ACCOUNTS FROZEN    : '
               WS-ACCT-FROZEN-COUNT.

       3100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CUSTOMERS READ         :' TO WS-SUM-LABEL
           MOVE WS-CUST-READ-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CUSTOMERS SCREENED     :' TO WS-SUM-LABEL
           MOVE WS-CUST-SCREENED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'SANCTIONS HITS         :' TO WS-SUM-LABEL
           MOVE WS-SCREEN-HIT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NEW CASES OPENED       :' TO WS-SUM-LABEL
           MOVE WS-CASE-OPENED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CASE ALREADY OPEN      :' TO WS-SUM-LABEL
           MOVE WS-ALREADY-OPEN-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RELEASED BEFORE        :' TO WS-SUM-LABEL
           MOVE WS-RELEASED-BEFORE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNTS FROZEN        :' TO WS-SUM-LABEL
           MOVE WS-ACCT-FROZEN-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-LOG-VERSION-SCREENED.
           OPEN EXTEND SCREEN-CONTROL-FILE
           MOVE WS-SCR-LIST-VERSION TO SCT-LIST-VERSION
           MOVE WS-TODAY TO SCT-SCREEN-DATE
           MOVE WS-RUN-JOB-NAME TO SCT-JOB-NAME
           MOVE WS-CUST-SCREENED-COUNT TO SCT-CUSTOMER-COUNT
           MOVE WS-SCREEN-HIT-COUNT TO SCT-HIT-COUNT
           WRITE SCREEN-CONTROL-RECORD
           CLOSE SCREEN-CONTROL-FILE.

       3900-REGISTER-RUN-END.
           MOVE 'END  ' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE.
