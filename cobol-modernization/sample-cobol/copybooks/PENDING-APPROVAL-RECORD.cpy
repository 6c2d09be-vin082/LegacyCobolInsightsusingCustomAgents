       05 PND-KEY.
          10 PND-JOB-NAME    PIC X(8).
          10 PND-ITEM-KEY    PIC X(40).
       05 PND-AUTH-CLASS     PIC X.
          88 PND-TRANSFER    VALUE 'X'.
          88 PND-REPAIR      VALUE 'R'.
          88 PND-RELEASE     VALUE 'H'.
          88 PND-LIMIT-CHANGE VALUE 'L'.
          88 PND-FEE-CHANGE  VALUE 'F'.
          88 PND-RATE-CHANGE VALUE 'T'.
       05 PND-STATUS         PIC X.
          88 PND-PENDING     VALUE 'P'.
          88 PND-APPROVED    VALUE 'A'.
       05 PND-AMOUNT         PIC S9(11)V99 COMP-3.
       05 PND-RATE           PIC 9V9(6) COMP-3.
       05 PND-MAKER-REF      PIC X(12).
       05 PND-HELD-DATE      PIC 9(8).
       05 PND-APPROVER-REF   PIC X(12).
       05 PND-APPROVED-DATE  PIC 9(8).
       05 PND-ITEM-IMAGE     PIC X(80).
