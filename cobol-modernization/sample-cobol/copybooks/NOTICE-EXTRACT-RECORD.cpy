       05 NTX-POSTAL-CODE    PIC X(10).
       05 NTX-CUST-ID        PIC 9(8).
       05 NTX-ACCT-ID        PIC 9(10).
       05 NTX-CHANGE-TYPE    PIC X.
          88 NTX-DEPOSIT-RATE VALUE 'D'.
          88 NTX-LOAN-TERMS  VALUE 'L'.
          88 NTX-FEE-SCHEDULE VALUE 'F'.
       05 NTX-EFFECTIVE-DATE PIC 9(8).
       05 NTX-CUST-NAME      PIC X(40).
       05 NTX-STREET-1       PIC X(30).
       05 NTX-STREET-2       PIC X(30).
       05 NTX-CITY           PIC X(20).
       05 NTX-ACCT-TYPE      PIC X(3).
       05 NTX-OLD-RATE       PIC 9V9(6).
       05 NTX-NEW-RATE       PIC 9V9(6).
       05 NTX-OLD-TERM-MONTHS PIC 9(3).
       05 NTX-NEW-TERM-MONTHS PIC 9(3).
       05 NTX-OLD-SERVICE-AMOUNT PIC 9(7)V99.
       05 NTX-NEW-SERVICE-AMOUNT PIC 9(7)V99.
       05 NTX-OLD-PER-TRANS-AMT PIC 9(7)V99.
       05 NTX-NEW-PER-TRANS-AMT PIC 9(7)V99.
       05 NTX-OLD-FREE-TRANS-CNT PIC 9(3).
       05 NTX-NEW-FREE-TRANS-CNT PIC 9(3).
       05 NTX-NOTICE-DATE    PIC 9(8).
