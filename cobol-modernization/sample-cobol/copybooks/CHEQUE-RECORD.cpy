       05 CHQ-KEY.
          10 CHQ-ACCT-ID     PIC 9(10).
          10 CHQ-SERIAL-NO   PIC 9(8).
       05 CHQ-STATUS         PIC X.
          88 CHQ-ISSUED      VALUE 'I'.
          88 CHQ-PAID        VALUE 'P'.
          88 CHQ-STOPPED     VALUE 'S'.
       05 CHQ-ISSUE-DATE     PIC 9(8).
       05 CHQ-PAID-DATE      PIC 9(8).
       05 CHQ-PAID-AMOUNT    PIC S9(9)V99 COMP-3.
       05 CHQ-TRANS-ID       PIC 9(12).
       05 CHQ-STOP-DATE      PIC 9(8).
       05 CHQ-OPERATOR-REF   PIC X(12).
