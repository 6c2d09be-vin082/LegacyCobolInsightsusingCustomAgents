       05 OBP-TRANS-ID       PIC 9(12).
       05 OBP-ACCT-ID        PIC 9(10).
       05 OBP-CUST-ID        PIC 9(8).
       05 OBP-BENE-BANK      PIC X(11).
       05 OBP-BENE-ACCT      PIC X(20).
       05 OBP-AMOUNT         PIC S9(9)V99 COMP-3.
       05 OBP-VALUE-DATE     PIC 9(8).
       05 OBP-BATCH-ID       PIC X(8).
       05 OBP-STATUS         PIC X.
          88 OBP-SENT        VALUE 'S'.
          88 OBP-RETURNED    VALUE 'R'.
       05 OBP-SENT-DATE      PIC 9(8).
       05 OBP-RETURN-DATE    PIC 9(8).
       05 OBP-REFUND-TRANS-ID PIC 9(12).
       05 OBP-RETURN-REASON  PIC X(28).
