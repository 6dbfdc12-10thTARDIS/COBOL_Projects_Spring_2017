      * IS FINALLY A QUESTION WITH AN ANSWER: QUANTITY ON HAND TIMES
      * AVERAGE COST, BY PRODUCT, WITH A TOTAL.  PRODUCTS WITH NO
      * COST ON FILE ARE FLAGGED SO SOMEONE GOES AND COSTS THEM.
      * THE REPORT IS DATED TODAY UNLESS INVVALRB-AS-OF-DATE
      * (CCYYMMDD) SAYS OTHERWISE - THE MONTH-END DRIVER SETS IT TO
      * THE LAST DAY OF THE PERIOD BEING CLOSED.  THE AUDIT RECORD
      * STILL CARRIES THE DAY THE RUN ACTUALLY HAPPENED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PRD-STOCK-QTY            PIC 9(05).
           05  PRD-REORDER-PT           PIC 9(05).
           05  PRD-UNIT-COST            PIC 9(03)V99.
      * RESERVED BY OPEN ORDERS, AND ON HAND LESS THAT - THE STOCK IS
      * VALUED ON HAND, RESERVED OR NOT.
           05  PRD-ALLOC-QTY            PIC 9(05).
           05  PRD-AVAIL-QTY            PIC 9(05).

       FD  VALUATION-REPORT
           RECORDING MODE IS F
        01 WS-TOTAL-VALUE               PIC 9(09)V99 VALUE 0.
        01 WS-VALUE-FORMAT              PIC $ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-AS-OF-OVERRIDE            PIC X(08) VALUE SPACES.
        01 WS-RUN-TIME                  PIC 9(08) VALUE 0.
        COPY "AUDITTRL.cpy".

       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(56) VALUE SPACES.
           05 PAGE-HDG-02-LABEL      PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(56) VALUE SPACES.
       01  PAGE-HDG-03.
           PERFORM 0500-GET-FILE-PATHS.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE   WS-RUN-DATE TO PAGE-HDG-02-DATE.
           ACCEPT WS-AS-OF-OVERRIDE FROM ENVIRONMENT
                  "INVVALRB-AS-OF-DATE".
           IF WS-AS-OF-OVERRIDE IS NUMERIC
              MOVE WS-AS-OF-OVERRIDE (3:6) TO PAGE-HDG-02-DATE
              MOVE "AS OF:    "            TO PAGE-HDG-02-LABEL
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF NOT PRODUCT-FILE-SUCCESSFUL
              DISPLAY "INVVALRB: UNABLE TO OPEN PRODUCT FILE, "
