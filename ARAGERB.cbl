      * CURRENT (UNDER 30 DAYS), 30, 60, AND 90-PLUS DAYS PAST THE
      * INVOICE DATE.  PAID INVOICES ARE SKIPPED.  THIS IS THE FIRST
      * TIME THE RUG OPERATION HAS A LIST OF WHO OWES US MONEY.
      * INVOICES AGE AS OF TODAY UNLESS ARAGERB-AS-OF-DATE (CCYYMMDD)
      * SAYS OTHERWISE - THE MONTH-END DRIVER SETS IT TO THE LAST DAY
      * OF THE PERIOD BEING CLOSED.  THE AUDIT RECORD STILL CARRIES
      * THE DAY THE RUN ACTUALLY HAPPENED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  OPNINV-CURRENCY          PIC X(03).
           05  OPNINV-ORIG-AMOUNT       PIC 9(08)V99.
           05  OPNINV-ORIG-PAID         PIC 9(08)V99.
      * INVOICE TYPE - BLANK OR I IS A SALES INVOICE, F A FINANCE
      * CHARGE.  BOTH AGE THE SAME WAY.
           05  OPNINV-TYPE              PIC X(01).
      * SALES TAX CARRIED SO THE RECORD READS IN WHOLE - THE
      * BILLING RUN FIGURES IT PER INVOICE AND TAXLIARB FILES IT.
           05  OPNINV-TAX-JURIS         PIC X(06).
           05  OPNINV-TAX-STATUS        PIC X(01).
           05  OPNINV-SALES-AMOUNT      PIC 9(08)V99.
           05  OPNINV-TAX-AMOUNT        PIC 9(08)V99.
           05  OPNINV-EXEMPT-CERT       PIC X(15).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F
           05  CUST-MASTER-TERMS        PIC X(03).
           05  CUST-MASTER-CREDIT-LIMIT PIC 9(07)V99.
           05  CUST-MASTER-CREDIT-HOLD  PIC X(01).
      * BILL-TO ADDRESS CARRIED SO THE RECORD READS IN WHOLE - THE
      * STATEMENT RUN MAILS TO IT.
           05  FILLER                   PIC X(92).

       FD  AGING-REPORT
           RECORDING MODE IS F
           88 GOOD-WEEK-METRIC-WRITE       VALUE "00".
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-RUN-DATE-CCYYMMDD         PIC 9(08) VALUE 0.
        01 WS-AS-OF-OVERRIDE            PIC X(08) VALUE SPACES.
        01 WS-TOT-CURRENT               PIC 9(09)V99 VALUE 0.
        01 WS-TOT-30                    PIC 9(09)V99 VALUE 0.
        01 WS-TOT-60                    PIC 9(09)V99 VALUE 0.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(56) VALUE SPACES.
           05 PAGE-HDG-02-LABEL      PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(56) VALUE SPACES.
       01  PAGE-HDG-03.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           MOVE "20"              TO WS-RUN-DATE-CCYYMMDD (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-DATE-CCYYMMDD (3:6).
           ACCEPT WS-AS-OF-OVERRIDE FROM ENVIRONMENT
                  "ARAGERB-AS-OF-DATE".
           IF WS-AS-OF-OVERRIDE IS NUMERIC
              MOVE WS-AS-OF-OVERRIDE       TO WS-RUN-DATE-CCYYMMDD
              MOVE WS-AS-OF-OVERRIDE (3:6) TO PAGE-HDG-02-DATE
              MOVE "AS OF:    "            TO PAGE-HDG-02-LABEL
           END-IF.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF NOT OPEN-INVOICE-SUCCESSFUL
              DISPLAY "ARAGERB: UNABLE TO OPEN OPEN-INVOICE FILE, "
              OPEN OUTPUT WEEK-METRIC-FILE
           END-IF.
           MOVE SPACES TO MET-DATE.
           MOVE WS-RUN-DATE-CCYYMMDD TO MET-DATE.
           MOVE "OPAR"            TO MET-CODE.
           MOVE WS-TOT-BALANCE    TO MET-AMOUNT.
           WRITE WEEK-METRIC-RECORD.
