      *    BRANCH PICKUP ARE COUNTED AND LEFT OUT OF THE MAILING.
      *    THE HEADER-LINE LAYOUT MATCHES STMTGEN'S WS-HEADING-LINE
      *    EXACTLY; A CHANGE THERE MUST BE REFLECTED HERE.
      *
      *    THE SAME EXTRACT MAILS LOAN BILLS.  THE MAILPARM CONTROL CARD
      *    SAYS WHAT IS MAILED.  WITH NO CARD, OR MODE STMT, THE RUN
      *    MAILS STATEMENTS FROM STMTOUT UNDER JOB NAME MAILXTRT, WHICH
      *    RUN CONTROL ALLOWS ONLY AFTER A CLEAN STMTGEN.  MODE BILLS
      *    MAILS THE LOAN BILLS LOANBILL WRITES TO LOANBILO, WHOSE
      *    HEADER LINES MATCH THE SAME LAYOUT, UNDER JOB NAME MAILBILL,
      *    WHICH RUN CONTROL ALLOWS ONLY AFTER A CLEAN LOANBILL.  A BILL
      *    RUN IS REGISTERED FOR THE BILL DATE ON THE CARD (TODAY WHEN
      *    LEFT ZERO, AS LOANBILL DEFAULTS IT), SO ONE BILL DATE IS
      *    NEVER MAILED TWICE, AND IS STOPPED BEFORE ANYTHING IS
      *    EXTRACTED WHEN THE FIRST BILL ON LOANBILO IS DATED OTHER THAN
      *    THE CARD, SO A STALE BILL FILE IS NEVER MAILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO MAILPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT STATEMENT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT BILL-FILE ASSIGN TO LOANBILO
               ORGANIZATION IS SEQUENTIAL.

           SELECT ADDRESS-FILE ASSIGN TO ADDRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05 PARM-MAIL-MODE          PIC X(5).
           05 PARM-BILL-DATE          PIC 9(8).

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-LINE                 PIC X(80).

       FD  BILL-FILE
           RECORDING MODE IS F.
       01  BILL-LINE                      PIC X(80).

       FD  ADDRESS-FILE
           RECORDING MODE IS F.

       01  WS-ADDR-FS                  PIC XX VALUE SPACES.

       01  WS-PARM.
           05 WS-MAIL-MODE            PIC X(5) VALUE 'STMT '.
              88 MAIL-BILLS           VALUE 'BILLS'.
           05 WS-BILL-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-STAMP            PIC X(26) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-STMT-EOF             PIC X VALUE 'N'.
              88 STMT-EOF             VALUE 'Y'.

       01  WS-HEADER-CAPTION           PIC X(16)
           VALUE 'CUSTOMER NUMBER '.
       01  WS-BILL-CAPTION             PIC X(16)
           VALUE 'LOAN BILL DATED '.

      *    ONE LINE OF THE STATEMENT OR BILL FILE.  THE TITLE LINE
      *    LAYOUT MATCHES LOANBILL'S WS-BILL-TITLE-LINE EXACTLY.
       01  WS-MAIL-LINE.
           05 WS-MLN-LEFT-MARGIN      PIC X(10).
           05 WS-MLN-HEADER-CAPTION   PIC X(16).
           05 WS-MLN-CUST-ID          PIC X(8).
           05 FILLER                  PIC X(6).
           05 WS-MLN-CUST-NAME        PIC X(40).
       01  WS-MAIL-TITLE-LINE REDEFINES WS-MAIL-LINE.
           05 FILLER                  PIC X(26).
           05 WS-MTL-BILL-DATE        PIC X(8).
           05 FILLER                  PIC X(46).

       01  WS-COUNTERS.
           05 WS-STMT-COUNT           PIC 9(7) VALUE ZERO.
           STOP RUN.

       0100-REGISTER-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP (1:8) TO WS-BILL-DATE
           OPEN INPUT PARAMETER-FILE
           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-MAIL-MODE NOT = SPACES
                       MOVE PARM-MAIL-MODE TO WS-MAIL-MODE
                   END-IF
                   IF PARM-BILL-DATE NUMERIC
                       AND PARM-BILL-DATE > ZERO
                       MOVE PARM-BILL-DATE TO WS-BILL-DATE
                   END-IF
           END-READ
           CLOSE PARAMETER-FILE
           IF WS-MAIL-MODE NOT = 'STMT '
               AND NOT MAIL-BILLS
               DISPLAY 'MAILXTRT - MAIL MODE NOT STMT/BILLS: '
                   WS-MAIL-MODE
               STOP RUN
           END-IF
           IF MAIL-BILLS
               MOVE 'MAILBILL' TO WS-RUN-JOB-NAME
               MOVE WS-BILL-DATE TO WS-RUN-PERIOD
           END-IF
           MOVE 'START' TO WS-RUN-FUNCTION
           CALL 'RUNCTL' USING WS-RUN-FUNCTION WS-RUN-JOB-NAME
               WS-RUN-PERIOD WS-RUN-COMPLETION WS-RUN-RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           IF MAIL-BILLS
               PERFORM 1100-CHECK-BILL-DATE
               OPEN INPUT BILL-FILE
           ELSE
               OPEN INPUT STATEMENT-FILE
           END-IF
           OPEN INPUT  ADDRESS-FILE
           OPEN OUTPUT ENVELOPE-WORK-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           PERFORM 2910-READ-STMT-LINE.

      *    THE FIRST BILL'S TITLE LINE CARRIES THE BILL DATE LOANBILL
      *    RAN FOR; A FILE FOR ANY OTHER DATE IS NOT MAILED.
       1100-CHECK-BILL-DATE.
           OPEN INPUT BILL-FILE
           PERFORM 2910-READ-STMT-LINE
           PERFORM UNTIL STMT-EOF
               OR WS-MLN-HEADER-CAPTION = WS-BILL-CAPTION
               PERFORM 2910-READ-STMT-LINE
           END-PERFORM
           CLOSE BILL-FILE
           IF NOT STMT-EOF
               AND WS-MTL-BILL-DATE NOT = WS-BILL-DATE
               DISPLAY 'MAILXTRT - LOANBILO DATED ' WS-MTL-BILL-DATE
                   ', CARD ' WS-BILL-DATE ' - BILLS NOT MAILED'
               MOVE 8 TO WS-RUN-COMPLETION
               PERFORM 3900-REGISTER-RUN-END
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STMT-EOF.

       2000-PROCESS-STMT-LINE.
           IF WS-MLN-HEADER-CAPTION = WS-HEADER-CAPTION
               AND WS-MLN-CUST-ID NUMERIC
               ADD 1 TO WS-STMT-COUNT
               PERFORM 2100-BUILD-ENVELOPE
           END-IF

       2110-LOCATE-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND-SW
           MOVE WS-MLN-CUST-ID TO ADR-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE

       2200-WRITE-ENVELOPE-RECORD.
           MOVE ADR-POSTAL-CODE TO EVW-POSTAL-CODE
           MOVE WS-MLN-CUST-ID TO EVW-CUST-ID
           MOVE WS-MLN-CUST-NAME TO EVW-CUST-NAME
           MOVE ADR-STREET-1 TO EVW-STREET-1
           MOVE ADR-STREET-2 TO EVW-STREET-2
           MOVE ADR-CITY TO EVW-CITY
           ADD 1 TO WS-MAILED-COUNT.

       2800-CLOSE-EXTRACT-INPUTS.
           IF MAIL-BILLS
               CLOSE BILL-FILE
           ELSE
               CLOSE STATEMENT-FILE
           END-IF
           CLOSE ADDRESS-FILE
           CLOSE ENVELOPE-WORK-FILE.

       2900-WRITE-EXCEPTION.
           MOVE WS-MLN-CUST-ID TO WS-EXC-CUST-ID
           MOVE WS-MLN-CUST-NAME TO WS-EXC-CUST-NAME
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-NO-ADDRESS-COUNT.

       2910-READ-STMT-LINE.
           IF MAIL-BILLS
               READ BILL-FILE
                   AT END
                       SET STMT-EOF TO TRUE
                   NOT AT END
                       MOVE BILL-LINE TO WS-MAIL-LINE
               END-READ
           ELSE
               READ STATEMENT-FILE
                   AT END
                       SET STMT-EOF TO TRUE
                   NOT AT END
                       MOVE STATEMENT-LINE TO WS-MAIL-LINE
               END-READ
           END-IF.

       3000-FINALIZE.
           CLOSE EXCEPTION-REPORT
           IF MAIL-BILLS
               DISPLAY 'MAILXTRT - BILLS SEEN          : '
                   WS-STMT-COUNT
           ELSE
               DISPLAY 'MAILXTRT - STATEMENTS SEEN     : '
                   WS-STMT-COUNT
           END-IF
           DISPLAY 'MAILXTRT - ENVELOPES EXTRACTED : '
               WS-MAILED-COUNT
           DISPLAY 'MAILXTRT - BRANCH PICKUPS      : '
