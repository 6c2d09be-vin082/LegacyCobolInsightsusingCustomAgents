       05 TDP-ACCT-ID        PIC 9(10).
       05 TDP-TERM-MONTHS    PIC 9(3).
       05 TDP-START-DATE     PIC 9(8).
       05 TDP-MATURITY-DATE  PIC 9(8).
       05 TDP-CONTRACT-RATE  PIC 9V9(6) COMP-3.
       05 TDP-INSTRUCTION    PIC X.
          88 TDP-ROLLOVER    VALUE 'R'.
          88 TDP-PAYOUT      VALUE 'P'.
       05 TDP-PAYOUT-ACCT-ID PIC 9(10).
       05 TDP-STATUS         PIC X.
          88 TDP-ACTIVE      VALUE 'A'.
          88 TDP-PAID-OUT    VALUE 'P'.
          88 TDP-CLOSED      VALUE 'C'.
       05 TDP-OPERATOR-REF   PIC X(12).
