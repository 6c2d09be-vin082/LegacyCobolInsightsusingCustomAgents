       05 LBL-KEY.
          10 LBL-ACCT-ID     PIC 9(10).
          10 LBL-BILL-DATE   PIC 9(8).
       05 LBL-CUST-ID        PIC 9(8).
       05 LBL-CUST-NAME      PIC X(40).
       05 LBL-DUE-DATE       PIC 9(8).
       05 LBL-INSTALLMENT    PIC S9(9)V99 COMP-3.
       05 LBL-INTEREST-PORTION PIC S9(9)V99 COMP-3.
       05 LBL-PRINCIPAL-PORTION PIC S9(9)V99 COMP-3.
       05 LBL-MISSED-COUNT   PIC 9(3).
       05 LBL-PAST-DUE-AMOUNT PIC S9(9)V99 COMP-3.
       05 LBL-AMOUNT-DUE     PIC S9(9)V99 COMP-3.
       05 LBL-ACCRUED-INTEREST PIC S9(9)V99 COMP-3.
       05 LBL-OUTSTANDING-PRINCIPAL PIC S9(11)V99 COMP-3.
       05 LBL-LOGGED-DATE    PIC 9(8).
