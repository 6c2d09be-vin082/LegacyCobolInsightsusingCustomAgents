       05 CHO-ACCT-ID        PIC 9(10).
       05 CHO-CHARGE-OFF-DATE PIC 9(8).
       05 CHO-DAYS-PAST-DUE  PIC 9(5).
       05 CHO-PRINCIPAL      PIC S9(11)V99 COMP-3.
       05 CHO-INTEREST       PIC S9(9)V99 COMP-3.
       05 CHO-RECOVERED-TOTAL PIC S9(11)V99 COMP-3.
       05 CHO-LAST-RECOVERY-DATE PIC 9(8).
