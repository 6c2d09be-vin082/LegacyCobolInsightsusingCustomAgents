       05 CHT-CUST-ID        PIC 9(8).
       05 CHT-HIT-DATE       PIC 9(8).
       05 CHT-HIT-TYPE       PIC X.
          88 CHT-LARGE-ITEM  VALUE 'L'.
          88 CHT-STRUCTURING VALUE 'S'.
       05 CHT-AMOUNT         PIC S9(11)V99 COMP-3.
       05 CHT-TRANS-ID       PIC 9(12).
       05 CHT-ITEM-COUNT     PIC 9(5).
