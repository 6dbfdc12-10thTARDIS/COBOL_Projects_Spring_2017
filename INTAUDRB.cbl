           05  EMP-FED-ALLOWANCES       PIC X(01).
      * THE TAIL IS CARRIED SO THE RECORD READS IN WHOLE; THE SCAN
      * ONLY LOOKS AT THE NUMBER AND THE STATUS.
           05  FILLER                   PIC X(118).

       FD  YTD-MASTER
           RECORDING MODE IS F
           DATA RECORD IS YTD-MASTER-RECORD.
       01 YTD-MASTER-RECORD.
           05  YTD-EMP-NUMBER           PIC X(06).
           05  FILLER                   PIC X(110).

       FD  DEDUCTION-MASTER
           RECORDING MODE IS F
       01 OPEN-INVOICE-RECORD.
           05  OPNINV-NUMBER            PIC X(06).
           05  OPNINV-CUST              PIC X(06).
           05  FILLER                   PIC X(95).

       FD  PAY-HISTORY-FILE
           RECORDING MODE IS F
               10 PH-RUN-DATE           PIC X(08).
               10 PH-KEY-EMP-DATE       PIC X(12).
               10 PH-KEY-SEQ            PIC X(02).
           05  FILLER                   PIC X(113).

       FD  PAID-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01 CUSTOMER-MASTER-RECORD.
           05  CUST-MASTER-NUMBER       PIC X(06).
      * NAME, TERMS, CREDIT LIMIT, HOLD FLAG, AND BILL-TO ADDRESS
      * CARRIED AS FILLER SO THE RECORD MATCHES THE 131-BYTE LAYOUT
      * THE REST OF THE SHOP WRITES; THE SCAN ONLY LOOKS AT THE
      * NUMBER.
           05  FILLER                   PIC X(125).

       FD  XREF-FILE
           RECORDING MODE IS F
