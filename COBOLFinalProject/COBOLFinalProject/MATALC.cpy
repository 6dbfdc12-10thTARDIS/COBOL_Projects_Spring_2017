      * MATALC
      * Parameter area for the MATALCRB material-allocation
      * subprogram.  An open order line reserves the material it
      * will consume - its area times the waste factor on the
      * material control record, rounded up to whole stock units -
      * against the product file's on-hand quantity, so the desk
      * cannot promise the same roll to two orders.  What stock
      * cannot cover is held as a backorder with its shortfall until
      * receiving fills it.  The reservations live on the allocation
      * file (MATALLOC.DAT), one row per order line; the product
      * record carries the allocated and available totals.
      *
      * Put the order line (the 81-byte order file layout) in
      * MAL-ORDER-LINE, set the function, CALL "MATALCRB" USING
      * MATALC-PARMS, then test MAL-STATUS:
      *   A - allocate the line.  Any reservation the line already
      *       holds is released first, so a changed line is simply
      *       allocated again.  MAL-QTY-NEEDED, MAL-QTY-ALLOCATED
      *       and MAL-QTY-SHORT come back filled in.
      *   R - release the line's reservation - every line of the
      *       order when the line number is blank.  MAL-QTY-RELEASED
      *       comes back as the quantity handed back to stock.
      * MAL-STATUS:
      *   0 - done; the line is covered in full (or released)
      *   B - allocated as far as stock goes - backordered, short
      *       MAL-QTY-SHORT
      *   X - no material on the line, or the material is not on
      *       the product file - nothing to reserve
      *   N - the product file could not be opened - nothing done
      *   F - more products (500) or reservations (2000) than the
      *       tables hold - nothing done
      * The files are named by MATALCRB-PRODUCT-FILE,
      * MATALCRB-ALLOCATION-FILE and MATALCRB-MATERIAL-CONTROL.
        01 MATALC-PARMS.
           05 MAL-FUNCTION           PIC X(01).
              88 MAL-ALLOCATE            VALUE "A".
              88 MAL-RELEASE             VALUE "R".
           05 MAL-ORDER-LINE         PIC X(81).
           05 MAL-QTY-NEEDED         PIC 9(05).
           05 MAL-QTY-ALLOCATED      PIC 9(05).
           05 MAL-QTY-SHORT          PIC 9(05).
           05 MAL-QTY-RELEASED       PIC 9(05).
           05 MAL-STATUS             PIC X(01).
              88 MAL-OK                  VALUE "0".
              88 MAL-BACKORDERED         VALUE "B".
              88 MAL-NOT-TRACKED         VALUE "X".
              88 MAL-NO-PRODUCT-FILE     VALUE "N".
              88 MAL-TABLE-FULL          VALUE "F".
