           05 WS-JRN-BEFORE-IMAGE     PIC X(128) VALUE SPACES.
           05 WS-JRN-AFTER-IMAGE      PIC X(128) VALUE SPACES.
           05 WS-JRN-OPERATOR-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-APPROVER-REF     PIC X(12) VALUE SPACES.
           05 WS-JRN-JOB-NAME         PIC X(8) VALUE 'CALMNT  '.

       01  WS-REGISTER-DETAIL.
           CALL 'MNTJRNL' USING WS-JRN-FILE-ID WS-JRN-ACTION
               WS-JRN-RECORD-KEY WS-JRN-BEFORE-IMAGE
               WS-JRN-AFTER-IMAGE WS-JRN-OPERATOR-REF
               WS-JRN-APPROVER-REF WS-JRN-JOB-NAME.

       2700-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
