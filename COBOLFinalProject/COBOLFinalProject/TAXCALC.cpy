      * TAXCALC
      * Parameter area for the TAXSVCRB sales-tax subprogram - the
      * one place a sale is placed in a tax jurisdiction and taxed,
      * so billing and anything else that quotes a price with tax
      * figure it the same way.
      *
      * Set TXC-FUNCTION-CODE and the input fields, CALL "TAXSVCRB"
      * USING TAXCALC-PARMS, then test TXC-STATUS:
      *   T  figure-tax: place the sale by TXC-SHIP-STATE and the
      *      five-digit TXC-SHIP-ZIP on the jurisdiction rate table
      *      (a row for the state and zip wins over the state-wide
      *      row, which has a blank locality), then look for an
      *      exemption certificate TXC-CUST holds for that state (or
      *      for every state) that has not expired by TXC-SALE-DATE.
      *      Answers TXC-JURISDICTION, TXC-JURIS-NAME, TXC-RATE,
      *      TXC-TAX-AMOUNT (TXC-SALE-AMOUNT times the rate, rounded)
      *      and TXC-TAX-STATUS - T taxed, or E exempt with the
      *      certificate in TXC-EXEMPT-CERT and no tax.
      *   J  jurisdiction-name: TXC-JURIS-NAME and TXC-RATE for the
      *      filing code in TXC-JURISDICTION.
      * TXC-STATUS:
      *   0 - answered
      *   R - the ship-to state is not on the rate table: the sale
      *       is taxed at the old flat 7% under jurisdiction "*" plus
      *       the state so it still collects and the liability
      *       report shows it for somebody to rate.  For J, the code
      *       is not on the table.
      *   E - bad function code
      * The rate table (TAXRATE.DAT) and certificates (TAXEXMPT.DAT)
      * load on the first call from the files named by
      * TAXSVCRB-TAX-RATE-FILE and TAXSVCRB-EXEMPT-CERT-FILE.
        01 TAXCALC-PARMS.
           05 TXC-FUNCTION-CODE      PIC X(01).
              88 TXC-FIGURE-TAX          VALUE "T".
              88 TXC-JURIS-NAME-OF       VALUE "J".
           05 TXC-CUST               PIC X(06).
           05 TXC-SHIP-STATE         PIC X(02).
           05 TXC-SHIP-ZIP           PIC X(10).
           05 TXC-SALE-DATE          PIC 9(08).
           05 TXC-SALE-AMOUNT        PIC 9(08)V99.
           05 TXC-JURISDICTION       PIC X(06).
           05 TXC-JURIS-NAME         PIC X(20).
           05 TXC-RATE               PIC 9V9999.
           05 TXC-TAX-AMOUNT         PIC 9(08)V99.
           05 TXC-TAX-STATUS         PIC X(01).
              88 TXC-TAXABLE             VALUE "T".
              88 TXC-EXEMPT              VALUE "E".
           05 TXC-EXEMPT-CERT        PIC X(15).
           05 TXC-STATUS             PIC X(01).
              88 TXC-OK                  VALUE "0".
              88 TXC-NOT-RATED           VALUE "R".
              88 TXC-BAD-REQUEST         VALUE "E".
