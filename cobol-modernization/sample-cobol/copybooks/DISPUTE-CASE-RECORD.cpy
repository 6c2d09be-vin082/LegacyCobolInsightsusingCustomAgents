       05 DSP-TRANS-ID       PIC 9(12).
       05 DSP-ACCT-ID        PIC 9(10).
       05 DSP-CUST-ID        PIC 9(8).
       05 DSP-PAY-TYPE       PIC X(10).
       05 DSP-STATUS         PIC X.
          88 DSP-OPEN        VALUE 'O'.
          88 DSP-UPHELD      VALUE 'U'.
          88 DSP-DECLINED    VALUE 'D'.
       05 DSP-CLAIM-DATE     PIC 9(8).
       05 DSP-CLAIM-AMOUNT   PIC S9(9)V99 COMP-3.
       05 DSP-DEADLINE-DATE  PIC 9(8).
       05 DSP-PROV-CREDIT-SW PIC X.
          88 DSP-PROV-CREDITED VALUE 'Y'.
       05 DSP-PROV-TRANS-ID  PIC 9(12).
       05 DSP-RESOLVE-DATE   PIC 9(8).
       05 DSP-RESOLVE-TRANS-ID PIC 9(12).
       05 DSP-OPERATOR-REF   PIC X(12).
