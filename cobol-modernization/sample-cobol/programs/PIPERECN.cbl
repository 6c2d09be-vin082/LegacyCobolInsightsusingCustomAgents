      *    THE EXCPRCYC DISPOSITIONS ARE TOTALLED ALONGSIDE, SO THE
      *    MORNING QUESTION OF WHETHER ANYTHING FELL BETWEEN PROGRAMS
      *    IS ANSWERED BY ONE REPORT INSTEAD OF FIVE SYSOUT LISTINGS.
      *    PAID CHEQUES, LOAN DISBURSEMENT LEGS, TERM-DEPOSIT FUNDING
      *    AND RELEASE LEGS, DISPUTE CREDITS AND CLAWBACKS, OUTBOUND
      *    PAYMENTS TO OTHER BANKS AND OVERDRAFT SWEEP LEGS ARE TOTALLED
      *    AMONG THE ENTERING ITEMS THE SAME WAY.
      *    BALPROOF PROVES THE AUDIT CHAIN AGAINST THE ACCOUNT
      *    MASTER; THIS PROGRAM PROVES THE PIPELINE FEEDING IT.
       ENVIRONMENT DIVISION.
               WHEN 'GENERATE'
               WHEN 'FEES    '
               WHEN 'XFERS   '
               WHEN 'CHEQUES '
               WHEN 'DISBURSE'
               WHEN 'TERMDEP '
               WHEN 'DISPUTES'
               WHEN 'OUTBOUND'
               WHEN 'SWEEPS  '
                   ADD CTL-ITEM-COUNT TO WS-ENTERED-COUNT
                   ADD CTL-AMOUNT-TOTAL TO WS-ENTERED-AMOUNT
               WHEN 'READ    '
