       05 TRT-TERM-MONTHS    PIC 9(3).
       05 TRT-ANNUAL-RATE    PIC 9V9(6) COMP-3.
       05 TRT-EFFECTIVE-DATE PIC 9(8).
