       05 DDR-CUST-ID        PIC 9(8).
       05 DDR-RISK-RATING    PIC X.
          88 DDR-RISK-LOW    VALUE 'L'.
          88 DDR-RISK-MEDIUM VALUE 'M'.
          88 DDR-RISK-HIGH   VALUE 'H'.
       05 DDR-LAST-REVIEW-DATE PIC 9(8).
       05 DDR-NEXT-REVIEW-DATE PIC 9(8).
       05 DDR-RATING-DATE    PIC 9(8).
       05 DDR-RATING-SOURCE  PIC X.
          88 DDR-RATED-AT-REVIEW VALUE 'R'.
          88 DDR-RATED-BY-MONITORING VALUE 'M'.
       05 DDR-OPERATOR-REF   PIC X(12).
