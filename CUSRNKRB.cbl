           05  CUST-MASTER-TERMS        PIC X(03).
           05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
           05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
      * BILL-TO ADDRESS CARRIED SO THE RECORD READS IN WHOLE - THE
      * STATEMENT RUN MAILS TO IT.
           05  FILLER                   PIC X(92).

       FD  RANKING-REPORT
           RECORDING MODE IS F
