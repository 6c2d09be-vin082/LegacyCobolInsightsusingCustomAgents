      *    RUN; THE SEQUENCE NUMBER IS READ FORWARD FROM THE EXISTING
      *    FILE ON THE FIRST CALL SO NUMBERING IS NEVER REUSED ACROSS
      *    RUNS.  MNTRECAP PRINTS THE DAILY RECAP FROM THIS FILE.
      *    A CHANGE RELEASED UNDER DUAL AUTHORISATION CARRIES THE
      *    APPROVING OPERATOR ALONGSIDE THE KEYING OPERATOR; EVERY
      *    OTHER ENTRY LEAVES THE APPROVER REFERENCE BLANK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  LK-BEFORE-IMAGE              PIC X(128).
       01  LK-AFTER-IMAGE               PIC X(128).
       01  LK-OPERATOR-REF              PIC X(12).
       01  LK-APPROVER-REF              PIC X(12).
       01  LK-JOB-NAME                  PIC X(8).

       PROCEDURE DIVISION USING LK-FILE-ID LK-ACTION LK-RECORD-KEY
           LK-BEFORE-IMAGE LK-AFTER-IMAGE LK-OPERATOR-REF
           LK-APPROVER-REF LK-JOB-NAME.
       0000-MAIN-PROCESS.
           IF WS-FIRST-CALL
               PERFORM 1000-INITIALIZE
           MOVE LK-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE LK-AFTER-IMAGE TO JRN-AFTER-IMAGE
           MOVE LK-OPERATOR-REF TO JRN-OPERATOR-REF
           MOVE LK-APPROVER-REF TO JRN-APPROVER-REF
           MOVE LK-JOB-NAME TO JRN-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           WRITE JOURNAL-RECORD
