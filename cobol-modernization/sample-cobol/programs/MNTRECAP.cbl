      *    OPERATOR REFERENCE, JOB AND TIME - FOLLOWED BY PER-FILE
      *    ACTIVITY TOTALS, SO A BRANCH CAN ANSWER WHO RAISED A
      *    CUSTOMER'S LIMIT AND WHEN WITHOUT READING THE RAW JOURNAL.
      *    AN ENTRY FOR A CHANGE RELEASED UNDER DUAL AUTHORISATION ALSO
      *    SHOWS THE APPROVING OPERATOR, SO THE RECAP ANSWERS WHO
      *    APPROVED THE CHANGE AS WELL.
      *    THE FULL BEFORE/AFTER IMAGES STAY ON THE JOURNAL FILE FOR
      *    DISPUTES THAT NEED THEM.
       ENVIRONMENT DIVISION.
       01  WS-REPORT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-DATE               PIC 9(8) VALUE ZERO.

      *    WS-MAX-FILE-IDS MUST EQUAL THE OCCURS BELOW.
       01  WS-MAX-FILE-IDS             PIC 9(2) VALUE 30.
       01  WS-FILE-TOTALS.
           05 WS-FILE-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-FILE-ENTRY OCCURS 30 TIMES.
              10 WS-FT-FILE-ID       PIC X(8).
              10 WS-FT-COUNT         PIC 9(7).
       01  WS-FILE-SUB                 PIC 9(2) VALUE ZERO.
       01  WS-COUNTERS.
           05 WS-ENTRIES-READ         PIC 9(7) VALUE ZERO.
           05 WS-ENTRIES-PRINTED      PIC 9(7) VALUE ZERO.
           05 WS-ENTRIES-UNTOTALLED   PIC 9(7) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DTL-OPERATOR          PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 WS-DTL-JOB               PIC X(8)  VALUE SPACES.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 WS-DTL-APPROVER          PIC X(12) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           MOVE JRN-RECORD-KEY TO WS-DTL-KEY
           MOVE JRN-OPERATOR-REF TO WS-DTL-OPERATOR
           MOVE JRN-JOB-NAME TO WS-DTL-JOB
           MOVE JRN-APPROVER-REF TO WS-DTL-APPROVER
           MOVE WS-DETAIL-LINE TO RECAP-LINE
           WRITE RECAP-LINE
           ADD 1 TO WS-ENTRIES-PRINTED.
               END-IF
           END-PERFORM
           IF NOT FILE-MATCHED
               IF WS-FILE-COUNT < WS-MAX-FILE-IDS
                   ADD 1 TO WS-FILE-COUNT
                   MOVE JRN-FILE-ID TO WS-FT-FILE-ID (WS-FILE-COUNT)
                   MOVE 1 TO WS-FT-COUNT (WS-FILE-COUNT)
               ELSE
                   DISPLAY 'MNTRECAP - FILE TABLE FULL, NOT TOTALLED: '
                       JRN-FILE-ID
                   ADD 1 TO WS-ENTRIES-UNTOTALLED
                   MOVE 4 TO WS-RUN-COMPLETION
               END-IF
           END-IF.

       2910-READ-JOURNAL.
           DISPLAY 'MNTRECAP - JOURNAL ENTRIES READ: '
               WS-ENTRIES-READ
           DISPLAY 'MNTRECAP - ENTRIES ON REPORT   : '
               WS-ENTRIES-PRINTED
           DISPLAY 'MNTRECAP - ENTRIES NOT TOTALLED: '
               WS-ENTRIES-UNTOTALLED.

       3100-WRITE-FILE-SUMMARY.
           MOVE SPACES TO RECAP-LINE
