          88 PAY-FEE        VALUE 'FEE       '.
          88 PAY-XFER-DEBIT VALUE 'XFER DR   '.
          88 PAY-XFER-CREDIT VALUE 'XFER CR   '.
          88 PAY-CHEQUE     VALUE 'CHEQUE    '.
          88 PAY-DISB-DEBIT VALUE 'DISB DR   '.
          88 PAY-DISB-CREDIT VALUE 'DISB CR   '.
          88 PAY-TDEP-DEBIT VALUE 'TDEP DR   '.
          88 PAY-TDEP-CREDIT VALUE 'TDEP CR   '.
          88 PAY-OUTBOUND   VALUE 'OUTBOUND  '.
       05 PAY-STATUS        PIC X(10).
          88 PAY-APPROVED   VALUE 'APPROVED  '.
          88 PAY-PENDING    VALUE 'PENDING   '.
