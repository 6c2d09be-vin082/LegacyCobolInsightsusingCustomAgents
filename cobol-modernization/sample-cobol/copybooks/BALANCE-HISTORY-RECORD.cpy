       05 BHS-KEY.
          10 BHS-ACCT-ID     PIC 9(10).
          10 BHS-BALANCE-DATE PIC 9(8).
       05 BHS-CUST-ID        PIC 9(8).
       05 BHS-ACCT-TYPE      PIC X(3).
       05 BHS-ACCT-STATUS    PIC X.
       05 BHS-CLOSING-BALANCE PIC S9(11)V99 COMP-3.
       05 BHS-ACCT-LIMIT     PIC S9(9)V99 COMP-3.
