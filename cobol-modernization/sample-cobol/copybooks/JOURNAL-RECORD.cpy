       05 JRN-OPERATOR-REF   PIC X(12).
       05 JRN-JOB-NAME       PIC X(8).
       05 JRN-TIMESTAMP      PIC X(26).
       05 JRN-APPROVER-REF   PIC X(12).
