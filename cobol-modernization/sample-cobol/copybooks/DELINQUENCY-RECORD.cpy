          88 DLQ-DEMAND      VALUE '2'.
          88 DLQ-COLLECTIONS VALUE '3'.
       05 DLQ-LAST-RUN-DATE  PIC 9(8).
       05 DLQ-PAST-DUE-AMOUNT PIC S9(9)V99 COMP-3.
