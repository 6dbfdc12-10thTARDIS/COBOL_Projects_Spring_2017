      * ORDHDR
      * Parameter area for the ORDHDRRB order-header subprogram.  An
      * order is a header - customer, dates, salesperson, currency,
      * status - over numbered rug lines.  The lines live on the
      * order file (MATHSHPS.txt), one record per rug carrying its
      * order number and line number; the header file (ORDHDR.DAT)
      * is rebuilt from them here, so a program that appends to or
      * rewrites the order file leaves the headers, and the status
      * rolled up from the lines, in step with it.
      *
      * Put the path of the order file just written in
      * OHD-ORDER-FILE-PATH, CALL "ORDHDRRB" USING ORDHDR-PARMS,
      * then test OHD-STATUS:
      *   0 - header file rebuilt, OHD-ORDERS-WRITTEN headers on it
      *   N - the order file could not be opened - headers untouched
      *   F - more orders than the header table holds (2000) -
      *       headers untouched
      * The header file is named by ORDHDRRB-HEADER-FILE.  The roll-
      * up rules are documented in ORDHDRRB.
        01 ORDHDR-PARMS.
           05 OHD-ORDER-FILE-PATH    PIC X(80).
           05 OHD-ORDERS-WRITTEN     PIC 9(05).
           05 OHD-STATUS             PIC X(01).
              88 OHD-OK                  VALUE "0".
              88 OHD-NO-ORDER-FILE       VALUE "N".
              88 OHD-TABLE-FULL          VALUE "F".
