       05 ODL-CUR-ACCT-ID    PIC 9(10).
       05 ODL-SAV-ACCT-ID    PIC 9(10).
       05 ODL-CUST-ID        PIC 9(8).
       05 ODL-SWEEP-TARGET   PIC X.
          88 ODL-SWEEP-TO-ZERO  VALUE 'Z'.
          88 ODL-SWEEP-TO-LIMIT VALUE 'L'.
       05 ODL-LINK-DATE      PIC 9(8).
       05 ODL-OPERATOR-REF   PIC X(12).
       05 ODL-LAST-SWEEP-DATE PIC 9(8).
       05 ODL-LAST-SWEEP-AMOUNT PIC S9(9)V99 COMP-3.
