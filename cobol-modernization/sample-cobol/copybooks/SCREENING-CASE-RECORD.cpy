       05 SCC-CASE-KEY.
          10 SCC-SUBJECT-TYPE PIC X.
             88 SCC-CUSTOMER-SUBJECT VALUE 'C'.
             88 SCC-PAYMENT-SUBJECT VALUE 'P'.
          10 SCC-SUBJECT-REF  PIC X(22).
          10 SCC-HIT-DATE     PIC 9(8).
       05 SCC-STATUS         PIC X.
          88 SCC-OPEN        VALUE 'O'.
          88 SCC-RELEASED    VALUE 'R'.
          88 SCC-CONFIRMED   VALUE 'C'.
       05 SCC-LIST-VERSION   PIC 9(6).
       05 SCC-ENTRY-ID       PIC X(10).
       05 SCC-SCREENED-NAME  PIC X(40).
       05 SCC-LISTED-NAME    PIC X(40).
       05 SCC-SOURCE-JOB     PIC X(8).
       05 SCC-CUST-ID        PIC 9(8).
       05 SCC-ACCT-ID        PIC 9(10).
       05 SCC-AMOUNT         PIC S9(9)V99 COMP-3.
       05 SCC-PAY-TYPE       PIC X(10).
       05 SCC-ITEM-LOADED-SW PIC X.
          88 SCC-ITEM-LOADED VALUE 'Y'.
       05 SCC-FROZEN-COUNT   PIC 9(3).
       05 SCC-DECISION-DATE  PIC 9(8).
       05 SCC-DECISION-OPERATOR PIC X(12).
       05 SCC-DECISION-NOTE  PIC X(30).
