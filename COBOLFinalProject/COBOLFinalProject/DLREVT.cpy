      * DLREVT
      * Parameter area for the DLREVTRB dealer order-event
      * subprogram.  Orders that came in on a dealer's batch file
      * are reported back to the dealer each night (DLRNTCRB) - the
      * order number we gave it, promised-date changes, cancellation
      * and shipment.  The programs that do those things call here
      * to queue the event; it lands on the pending event file
      * (DLREVENT.DAT) only when the order is a dealer's.  Which
      * orders are a dealer's is kept on the dealer order cross-
      * reference (DLRORDX.DAT), one row per order, written when the
      * import accepts it.
      *
      * Put the order line (the 81-byte order file layout, as it
      * stands after the change) in DEV-ORDER-LINE, set the event
      * type and the fields that go with it, CALL "DLREVTRB" USING
      * DLREVT-PARMS, then test DEV-STATUS:
      *   AC - accepted.  DEV-DEALER-ID names the dealer; the order
      *        goes on the cross-reference.
      *   PD - promised date changed.  DEV-OLD-PROMISED-DATE is the
      *        date the dealer was last told.
      *   CN - cancelled.
      *   SH - shipped.  DEV-SHIP-DATE, the shipped dimensions in
      *        DEV-SHIP-SIZE-1/2, DEV-CARRIER and DEV-TRACKING.
      * For every type but AC, DEV-DEALER-ID comes back as the
      * dealer the order belongs to.
      * DEV-STATUS:
      *   0 - event queued for the dealer
      *   X - not a dealer order - nothing to send
      *   N - the event file could not be opened - nothing queued
      * The files are named by DLREVTRB-EVENT-FILE and
      * DLREVTRB-ORDER-XREF.
        01 DLREVT-PARMS.
           05 DEV-EVENT-TYPE         PIC X(02).
              88 DEV-ACCEPTED            VALUE "AC".
              88 DEV-PROMISE-CHANGED     VALUE "PD".
              88 DEV-CANCELLED           VALUE "CN".
              88 DEV-SHIPPED             VALUE "SH".
           05 DEV-DEALER-ID          PIC X(05).
           05 DEV-ORDER-LINE         PIC X(81).
           05 DEV-OLD-PROMISED-DATE  PIC X(08).
           05 DEV-SHIP-DATE          PIC X(08).
           05 DEV-SHIP-SIZE-1        PIC 9(03).
           05 DEV-SHIP-SIZE-2        PIC 9(03).
           05 DEV-CARRIER            PIC X(06).
           05 DEV-TRACKING           PIC X(20).
           05 DEV-STATUS             PIC X(01).
              88 DEV-OK                  VALUE "0".
              88 DEV-NOT-DEALER-ORDER    VALUE "X".
              88 DEV-NO-EVENT-FILE       VALUE "N".
