       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR. BATCH-SYSTEMS.
      *REMARKS.
      *    SHARED SANCTIONS WATCHLIST SCREENING SUBPROGRAM, IN THE
      *    STYLE OF BUSDAY.  CALLED WITH A NAME; ANSWERS WHETHER ANY
      *    ENTRY ON THE EXTERNALLY SUPPLIED WATCHLIST MATCHES IT, AND
      *    IF SO WHICH ONE.  THE LIST IS READ ONCE, ON THE FIRST CALL
      *    IN THE RUN UNIT, INTO A TABLE OF UP TO 5000 ENTRIES; THE
      *    HIGHEST WLS-LIST-VERSION ON THE FILE IS RETURNED ON EVERY
      *    CALL SO A CALLER CAN RECORD WHICH VERSION IT SCREENED
      *    AGAINST (CALLING WITH A BLANK NAME JUST RETURNS THE
      *    VERSION).  A MISSING OR EMPTY LIST RETURNS VERSION ZERO
      *    AND RAISES AN OPERATOR WARNING, AND A LIST THAT OVERFLOWS
      *    THE TABLE RAISES ONE TOO, SO NOBODY MISTAKES AN UNSCREENED
      *    RUN FOR A CLEAN ONE.
      *
      *    MATCHING.  BOTH NAMES ARE FOLDED TO UPPER CASE AND THEIR
      *    PUNCTUATION (. , - ' /) TURNED INTO SPACES.  AN ENTRY
      *    MATCHES WHEN ITS WHOLE NAME APPEARS IN THE SCREENED NAME
      *    AS COMPLETE WORDS, SO 'IVAN PETROV' MATCHES 'MR IVAN
      *    PETROV' BUT NOT 'IVAN PETROVSKY'.  ENTRIES SHORTER THAN
      *    FOUR CHARACTERS ARE NOT MATCHED ON.  THE FIRST MATCHING
      *    ENTRY IS RETURNED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCHLIST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WLS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-FILE
           RECORDING MODE IS F.
       01  WATCHLIST-RECORD.
           COPY WATCHLIST-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-WLS-FS                   PIC XX VALUE SPACES.
           88 WS-WLS-EOF               VALUE '10'.
           88 WS-WLS-MISSING           VALUE '35'.

       01  WS-FIRST-CALL-SW            PIC X VALUE 'Y'.
           88 WS-FIRST-CALL            VALUE 'Y'.

       01  WS-LIST-VERSION             PIC 9(6) VALUE ZERO.
       01  WS-MIN-MATCH-LENGTH         PIC 9(2) VALUE 4.

       01  WS-WATCHLIST-TABLE.
           05 WS-WL-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-WL-ENTRY OCCURS 5000 TIMES.
              10 WS-WL-ENTRY-ID      PIC X(10).
              10 WS-WL-NAME          PIC X(40).
              10 WS-WL-PATTERN       PIC X(42).
              10 WS-WL-PATTERN-LEN   PIC 9(2).
       01  WS-WL-SUB                   PIC 9(4) VALUE ZERO.

       01  WS-NAME-WORK                PIC X(40) VALUE SPACES.
       01  WS-NAME-SHIFT               PIC X(40) VALUE SPACES.
       01  WS-NAME-LEN                 PIC 9(2) VALUE ZERO.
       01  WS-SCREEN-TEXT              PIC X(42) VALUE SPACES.
       01  WS-MATCH-TALLY              PIC 9(4) VALUE ZERO.
       01  WS-MATCH-FOUND-SW           PIC X VALUE 'N'.
           88 MATCH-FOUND              VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-SCREEN-NAME               PIC X(40).
       01  LK-HIT-SW                    PIC X.
       01  LK-LIST-VERSION              PIC 9(6).
       01  LK-ENTRY-ID                  PIC X(10).
       01  LK-LISTED-NAME               PIC X(40).

       PROCEDURE DIVISION USING LK-SCREEN-NAME LK-HIT-SW
           LK-LIST-VERSION LK-ENTRY-ID LK-LISTED-NAME.
       0000-MAIN-PROCESS.
           IF WS-FIRST-CALL
               PERFORM 1000-LOAD-WATCHLIST
           END-IF
           MOVE 'N' TO LK-HIT-SW
           MOVE WS-LIST-VERSION TO LK-LIST-VERSION
           MOVE SPACES TO LK-ENTRY-ID
           MOVE SPACES TO LK-LISTED-NAME
           IF LK-SCREEN-NAME NOT = SPACES
               PERFORM 2000-SCREEN-NAME
           END-IF
           GOBACK.

       1000-LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WLS-MISSING
               CONTINUE
           ELSE
               PERFORM 1110-READ-WATCHLIST-RECORD
               PERFORM UNTIL WS-WLS-EOF
                   OR WS-WL-COUNT = 5000
                   PERFORM 1200-TABLE-ENTRY
                   PERFORM 1110-READ-WATCHLIST-RECORD
               END-PERFORM
               IF NOT WS-WLS-EOF
                   DISPLAY 'SANCSCRN - WATCHLIST TABLE FULL AT 5000, '
                       'LATER ENTRIES NOT SCREENED - ENLARGE TABLE'
               END-IF
           END-IF
           CLOSE WATCHLIST-FILE
           IF WS-WL-COUNT = ZERO
               DISPLAY 'SANCSCRN - WATCHLIST MISSING OR EMPTY, '
                   'NAMES NOT SCREENED'
           END-IF
           MOVE 'N' TO WS-FIRST-CALL-SW.

       1110-READ-WATCHLIST-RECORD.
           READ WATCHLIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   CONTINUE
           END-READ.

       1200-TABLE-ENTRY.
           IF WLS-LIST-VERSION NUMERIC
               AND WLS-LIST-VERSION > WS-LIST-VERSION
               MOVE WLS-LIST-VERSION TO WS-LIST-VERSION
           END-IF
           MOVE WLS-ENTRY-NAME TO WS-NAME-WORK
           PERFORM 2100-NORMALISE-NAME
           IF WS-NAME-LEN >= WS-MIN-MATCH-LENGTH
               ADD 1 TO WS-WL-COUNT
               MOVE WLS-ENTRY-ID TO WS-WL-ENTRY-ID (WS-WL-COUNT)
               MOVE WLS-ENTRY-NAME TO WS-WL-NAME (WS-WL-COUNT)
               MOVE SPACES TO WS-WL-PATTERN (WS-WL-COUNT)
               MOVE WS-NAME-WORK (1:WS-NAME-LEN)
                   TO WS-WL-PATTERN (WS-WL-COUNT) (2:WS-NAME-LEN)
               COMPUTE WS-WL-PATTERN-LEN (WS-WL-COUNT) =
                   WS-NAME-LEN + 2
           END-IF.

       2000-SCREEN-NAME.
           MOVE LK-SCREEN-NAME TO WS-NAME-WORK
           PERFORM 2100-NORMALISE-NAME
           MOVE SPACES TO WS-SCREEN-TEXT
           IF WS-NAME-LEN > ZERO
               MOVE WS-NAME-WORK (1:WS-NAME-LEN)
                   TO WS-SCREEN-TEXT (2:WS-NAME-LEN)
           END-IF
           MOVE 'N' TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT
               OR MATCH-FOUND
               MOVE ZERO TO WS-MATCH-TALLY
               INSPECT WS-SCREEN-TEXT TALLYING WS-MATCH-TALLY
                   FOR ALL WS-WL-PATTERN (WS-WL-SUB)
                       (1:WS-WL-PATTERN-LEN (WS-WL-SUB))
               IF WS-MATCH-TALLY > ZERO
                   SET MATCH-FOUND TO TRUE
                   MOVE 'Y' TO LK-HIT-SW
                   MOVE WS-WL-ENTRY-ID (WS-WL-SUB) TO LK-ENTRY-ID
                   MOVE WS-WL-NAME (WS-WL-SUB) TO LK-LISTED-NAME
               END-IF
           END-PERFORM.

      *    FOLD TO UPPER CASE, BLANK OUT PUNCTUATION, LEFT-JUSTIFY,
      *    AND FIND THE LENGTH TO THE LAST NON-BLANK CHARACTER.
       2100-NORMALISE-NAME.
           INSPECT WS-NAME-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-''/'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE ZERO TO WS-NAME-LEN
           IF WS-NAME-WORK NOT = SPACES
               PERFORM UNTIL WS-NAME-WORK (1:1) NOT = SPACE
                   MOVE WS-NAME-WORK (2:39) TO WS-NAME-SHIFT
                   MOVE WS-NAME-SHIFT TO WS-NAME-WORK
               END-PERFORM
               PERFORM VARYING WS-NAME-LEN FROM 40 BY -1
                   UNTIL WS-NAME-WORK (WS-NAME-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF.
