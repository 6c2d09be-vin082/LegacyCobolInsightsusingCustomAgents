       05 OPA-OPERATOR-ID    PIC X(12).
       05 OPA-OPERATOR-NAME  PIC X(30).
       05 OPA-ROLE           PIC X.
          88 OPA-KEYER       VALUE 'K'.
          88 OPA-APPROVER    VALUE 'A'.
       05 OPA-STATUS         PIC X.
          88 OPA-ACTIVE      VALUE 'A'.
          88 OPA-REVOKED     VALUE 'R'.
       05 OPA-XFER-AUTH      PIC S9(11)V99 COMP-3.
       05 OPA-REPAIR-AUTH    PIC S9(11)V99 COMP-3.
       05 OPA-RELEASE-AUTH   PIC S9(11)V99 COMP-3.
       05 OPA-LIMIT-AUTH     PIC S9(11)V99 COMP-3.
       05 OPA-FEE-AUTH       PIC S9(11)V99 COMP-3.
       05 OPA-RATE-AUTH      PIC 9V9(6) COMP-3.
       05 OPA-UPDATED-DATE   PIC 9(8).
       05 OPA-UPDATED-BY     PIC X(12).
