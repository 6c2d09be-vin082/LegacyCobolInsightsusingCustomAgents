      *        REPORT-FED JOBS REQUIRE THEIR FEEDER THE SAME WAY -
      *        MAILXTRT REQUIRES STMTGEN AND DELQTRK REQUIRES
      *        AMORTGEN - SO NEITHER CAN RUN OVER A STALE PRINT OR
      *        RECON FILE, AND THE ODPSWEEP OVERDRAFT SWEEP REQUIRES
      *        PAYPOST SO IT NEVER SWEEPS ON UNPOSTED BALANCES, AND
      *        THE CASHPROJ TREASURY PROJECTION REQUIRES LOANMTRY SO
      *        ITS MATURITIES NEVER COME FROM A STALE ROSTER, AND THE
      *        LOANBILL MONTHLY BILLING RUN REQUIRES AMORTGEN AND
      *        DELQTRK SO NO BILL IS CUT FROM A STALE SCHEDULE OR
      *        PAST-DUE AMOUNT, AND MAILXTRT'S BILL-MAILING RUN MAILBILL
      *        REQUIRES LOANBILL AS MAILXTRT REQUIRES STMTGEN; OR
      *      - THE CALLER PASSED A NONZERO PERIOD AND A CLEAN END
      *        IS ALREADY ON FILE FOR THE SAME JOB AND PERIOD, SO A
      *        PERIOD-LEVEL EXTRACT CAN NEVER BE PICKED UP TWICE.
              VALUE 'DELQTRK AMORTGEN'.
           05 FILLER                  PIC X(16)
              VALUE 'ESCHEAT EXTRPREP'.
           05 FILLER                  PIC X(16)
              VALUE 'ODPSWEEPPAYPOST '.
           05 FILLER                  PIC X(16)
              VALUE 'CASHPROJLOANMTRY'.
           05 FILLER                  PIC X(16)
              VALUE 'LOANBILLAMORTGEN'.
           05 FILLER                  PIC X(16)
              VALUE 'LOANBILLDELQTRK '.
           05 FILLER                  PIC X(16)
              VALUE 'MAILBILLLOANBILL'.
       01  WS-PREREQ-ENTRIES REDEFINES WS-PREREQ-TABLE.
           05 WS-PREREQ-ENTRY OCCURS 17 TIMES.
              10 WS-PRQ-JOB          PIC X(8).
              10 WS-PRQ-NEEDS        PIC X(8).
       01  WS-PREREQ-SUB               PIC 9(2) VALUE ZERO.

       1100-CHECK-PREREQUISITES.
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > 17
               OR LK-RETURN-CODE NOT = ZERO
               IF WS-PRQ-JOB (WS-PREREQ-SUB) = LK-JOB-NAME
                   PERFORM 1110-SCAN-FOR-CLEAN-END
