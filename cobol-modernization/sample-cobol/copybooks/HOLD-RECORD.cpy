       05 HLD-EFFECTIVE-DATE PIC 9(8).
       05 HLD-EXPIRY-DATE    PIC 9(8).
       05 HLD-OPERATOR-REF   PIC X(12).
       05 HLD-DISPLACED-HOLD.
          10 HLD-PRIOR-TYPE  PIC X.
             88 HLD-NO-PRIOR-HOLD VALUE SPACE.
          10 HLD-PRIOR-AMOUNT PIC S9(9)V99 COMP-3.
          10 HLD-PRIOR-EFFECTIVE-DATE PIC 9(8).
          10 HLD-PRIOR-EXPIRY-DATE PIC 9(8).
          10 HLD-PRIOR-OPERATOR-REF PIC X(12).
